000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. OMIDISP.
000030 AUTHOR. T. SATO.
000040 INSTALLATION. SHRINE SYSTEMS SECTION.
000050 DATE-WRITTEN. 2026-10-10.
000060 DATE-COMPILED.
000070*
000080*    MODIFICATION HISTORY.
000090*    DATE       INIT  DESCRIPTION
000100*    ---------- ----  -----------------------------------------
000110*    2026-10-10 TS    ORIGINAL VERSION. VISITOR DISPUTE CASE
000120*                      REGISTER FOR THE SHRINE OFFICE, IN PLACE
000130*                      OF THE PAPER CASE BOOK. A CASE IS OPENED
000140*                      AGAINST ONE DRAW, FOUND ON THE OMIDRAW
000150*                      MASTER BY DATE, SITE AND LOT/SERIAL FOR A
000160*                      BOX SLIP OR BY SEQUENCE OR TIME FOR A
000170*                      KIOSK DRAW, WITH THE COMPLAINT TYPE, THE
000180*                      VISITOR'S CONTACT AND NOTES. THE CASE IS
000190*                      WORKED FROM INVESTIGATING TO REFUNDED,
000200*                      VOIDED OR REJECTED; A VOIDED CASE IS
000210*                      LINKED TO THE PAY-TYPE V REVERSAL OMIVOID
000220*                      APPENDED TO OMILOG AND IS REFUSED UNTIL
000230*                      THAT REVERSAL EXISTS. PRINTS THE OPEN
000240*                      CASES (OMIDSPL) AND A MONTHLY SUMMARY BY
000250*                      SITE AND COMPLAINT TYPE (OMIDSPS). CLERK
000260*                      AUTHORITY OR ABOVE; EVERY SIGN-ON,
000270*                      REFUSAL AND SAVED CASE CHANGE IS WRITTEN
000280*                      TO THE OMIACCL ACCESS LOG.
000290*
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT CASE-FILE ASSIGN TO "OMIDSPC"
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS WS-DSC-STATUS.
000360     SELECT DRAW-MASTER-FILE ASSIGN TO "OMIDRAW"
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS DYNAMIC
000390         RECORD KEY IS DMR-KEY
000400         FILE STATUS IS WS-DRW-STATUS.
000410     SELECT DRAW-LOG-FILE ASSIGN TO "OMILOG"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-LOG-STATUS.
000440     SELECT OPEN-LIST-FILE ASSIGN TO "OMIDSPL"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-DSL-STATUS.
000470     SELECT SUMMARY-FILE ASSIGN TO "OMIDSPS"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-DSS-STATUS.
000500     SELECT SITE-FILE ASSIGN TO "OMISITE"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-SIT-STATUS.
000530     SELECT OPS-MESSAGE-FILE ASSIGN TO "OMIOPSL"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-OPS-STATUS.
000560     SELECT BUSINESS-DATE-FILE ASSIGN TO "OMIBDAT"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-BDT-STATUS.
000590     SELECT OPERATOR-FILE ASSIGN TO "OMIOPER"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-OPM-STATUS.
000620     SELECT ACCESS-LOG-FILE ASSIGN TO "OMIACCL"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-ACL-STATUS.
000650*
000660 DATA DIVISION.
000670 FILE SECTION.
000680 FD  CASE-FILE
000690     RECORD CONTAINS 189 CHARACTERS.
000700 COPY OMDSPFD.
000710*
000720 FD  DRAW-MASTER-FILE
000730     RECORD CONTAINS 97 CHARACTERS.
000740 COPY OMDRWFD.
000750*
000760 FD  DRAW-LOG-FILE
000770     RECORD CONTAINS 98 CHARACTERS.
000780 COPY OMLOGFD.
000790*
000800 FD  OPEN-LIST-FILE
000810     RECORD CONTAINS 80 CHARACTERS.
000820 01  OPEN-LIST-RECORD             PIC X(80).
000830*
000840 FD  SUMMARY-FILE
000850     RECORD CONTAINS 80 CHARACTERS.
000860 01  SUMMARY-RECORD               PIC X(80).
000870*
000880 FD  SITE-FILE
000890     RECORD CONTAINS 4 CHARACTERS.
000900 COPY OMSITFD.
000910*
000920 FD  OPS-MESSAGE-FILE
000930     RECORD CONTAINS 93 CHARACTERS.
000940 COPY OMOPMFD.
000950*
000960 FD  BUSINESS-DATE-FILE
000970     RECORD CONTAINS 32 CHARACTERS.
000980 COPY OMBDTFD.
000990*
001000 FD  OPERATOR-FILE
001010     RECORD CONTAINS 60 CHARACTERS.
001020 COPY OMOPRFD.
001030*
001040 FD  ACCESS-LOG-FILE
001050     RECORD CONTAINS 93 CHARACTERS.
001060 COPY OMACLFD.
001070*
001080 WORKING-STORAGE SECTION.
001090 01  WS-CURRENT-DATE              PIC 9(08).
001100 01  WS-BDT-STATUS                PIC X(02).
001110 01  WS-DSC-STATUS                PIC X(02).
001120 01  WS-DRW-STATUS                PIC X(02).
001130 01  WS-LOG-STATUS                PIC X(02).
001140 01  WS-DSL-STATUS                PIC X(02).
001150 01  WS-DSS-STATUS                PIC X(02).
001160 01  WS-SIT-STATUS                PIC X(02).
001170 01  WS-SITE-ID                   PIC X(04) VALUE 'MAIN'.
001180 01  WS-OPERATOR-ID               PIC X(08).
001190 01  WS-CMD                       PIC X(01).
001200 01  WS-ANSWER                    PIC X(01).
001210 01  WS-USER-DONE-SWITCH          PIC X(01) VALUE 'N'.
001220     88  WS-USER-DONE                  VALUE 'Y'.
001230 01  WS-MENU-TRIES                PIC 9(02) COMP VALUE ZERO.
001240 01  WS-MENU-TRY-LIMIT            PIC 9(02) COMP VALUE 5.
001250 01  WS-OPER-TRIES                PIC 9(02) COMP.
001260 01  WS-DRW-SWITCH                PIC X(01) VALUE 'N'.
001270     88  WS-DRAW-MASTER-OPEN           VALUE 'Y'.
001280     88  WS-DRAW-MASTER-SHUT           VALUE 'N'.
001290*
001300*    OPERATIONS MESSAGE IN HAND AND THE WORST SEVERITY SEEN
001310*    THIS RUN - 0 CLEAN, 4 WARNING, 8 SEVERE - WHICH BECOMES
001320*    THE RETURN CODE AT END OF RUN.
001330 01  WS-OPS-STATUS                PIC X(02).
001340 01  WS-OPS-TIME                  PIC 9(08).
001350 01  WS-OPS-SEVERITY              PIC X(01).
001360 01  WS-OPS-CODE                  PIC X(08).
001370 01  WS-OPS-TEXT                  PIC X(60).
001380 01  WS-HIGHEST-SEVERITY          PIC 9(01) VALUE ZERO.
001390*
001400*    THE OPERATOR SIGNING ON, AS FOUND ON THE OMIOPER MASTER, AND
001410*    THE ACCESS EVENT IN HAND FOR THE OMIACCL ACCESS LOG -
001420*    S SIGN-ON, R REFUSAL, P PRIVILEGED ACTION.
001430 01  WS-OPM-STATUS                PIC X(02).
001440 01  WS-ACL-STATUS                PIC X(02).
001450 01  WS-ACL-TIME                  PIC 9(08).
001460 01  WS-ACL-EVENT                 PIC X(01).
001470 01  WS-ACL-TEXT                  PIC X(60).
001480 01  WS-OPER-PIN                  PIC X(04).
001490 01  WS-OPER-FILE-PIN             PIC X(04).
001500 01  WS-OPER-NAME                 PIC X(30).
001510 01  WS-OPER-LEVEL                PIC X(01).
001520     88  WS-OPER-SUPERVISOR            VALUE 'S'.
001530     88  WS-OPER-CLERK                 VALUE 'C'.
001540     88  WS-OPER-TELLER                VALUE 'T'.
001550 01  WS-OPER-STATE                PIC X(01).
001560     88  WS-OPER-ACTIVE                VALUE 'A'.
001570 01  WS-OPM-SWITCH                PIC X(01) VALUE 'N'.
001580     88  WS-OPM-FOUND                  VALUE 'Y'.
001590     88  WS-OPM-NOT-FOUND              VALUE 'N'.
001600     88  WS-OPM-MISSING                VALUE 'M'.
001610*
001620*    NUMERIC ENTRY EDITING - TYPED INPUT SITS AT THE LEFT OF
001630*    THE FIELD WITH TRAILING SPACES, SO THE DIGITS ARE SHIFTED
001640*    TO THE RIGHT AND ZERO-FILLED BEFORE THE NUMERIC TEST.
001650 01  WS-ENTRY-INPUT               PIC X(08).
001660 01  WS-ENTRY-EDITED              PIC X(08).
001670 01  WS-ENTRY-HOLD                PIC X(07).
001680 01  WS-ENTRY-NUMBER              PIC 9(08).
001690 01  WS-ENTRY-SWITCH              PIC X(01) VALUE 'N'.
001700     88  WS-ENTRY-VALID                VALUE 'Y'.
001710     88  WS-ENTRY-NOT-VALID            VALUE 'N'.
001720*
001730*    THE WHOLE CASE REGISTER HELD IN STORAGE WHILE IT IS WORKED
001740*    ON, IN THE SAME LAYOUT AS THE FILE RECORD. 2000 CASES IS
001750*    YEARS OF OFFICE COMPLAINTS; A REGISTER THAT WILL NOT FIT
001760*    IS NEVER SAVED, SO NO CASE CAN BE DROPPED BY A REWRITE.
001770 01  CST-TABLE.
001780     05  CST-ENTRY OCCURS 2000 TIMES.
001790         10  CST-CASE-NO          PIC 9(05).
001800         10  CST-OPEN-DATE        PIC 9(08).
001810         10  CST-OPENED-BY        PIC X(08).
001820         10  CST-DRAW-KEY.
001830             15  CST-DRAW-DATE    PIC 9(08).
001840             15  CST-SITE-ID      PIC X(04).
001850             15  CST-LOT-NO       PIC 9(05).
001860             15  CST-SLIP-NO      PIC 9(05).
001870             15  CST-DRAW-SEQ     PIC 9(05).
001880             15  CST-DRAW-TIME    PIC 9(08).
001890         10  CST-RIM              PIC 9(02).
001900         10  CST-COMPLAINT-TYPE   PIC X(01).
001910         10  CST-CONTACT          PIC X(40).
001920         10  CST-NOTES            PIC X(60).
001930         10  CST-STATUS           PIC X(01).
001940             88  CST-INVESTIGATING    VALUE 'I'.
001950             88  CST-REFUNDED         VALUE 'R'.
001960             88  CST-VOIDED           VALUE 'V'.
001970             88  CST-REJECTED         VALUE 'X'.
001980         10  CST-STATUS-DATE      PIC 9(08).
001990         10  CST-STATUS-BY        PIC X(08).
002000         10  CST-REVERSAL-TIME    PIC 9(08).
002010         10  CST-REFUND-AMOUNT    PIC 9(05).
002020 01  CST-RECORD-COUNT             PIC 9(04) COMP VALUE ZERO.
002030 01  CST-TABLE-LIMIT              PIC 9(04) COMP VALUE 2000.
002040 01  CST-SUB                      PIC 9(04) COMP.
002050 01  CST-MATCH-SUB                PIC 9(04) COMP.
002060 01  CST-LOOKUP-NO                PIC 9(05).
002070 01  CST-HIGH-CASE-NO             PIC 9(05) VALUE ZERO.
002080 01  CST-OVERFLOW-SWITCH          PIC X(01) VALUE 'N'.
002090     88  CST-OVERFLOWED                VALUE 'Y'.
002100*
002110*    CHANGES ACCEPTED THIS SESSION BUT NOT YET SAVED. THE
002120*    ACCESS-LOG RECORDS ARE WRITTEN WHEN THE FILE IS, SO THE LOG
002130*    NEVER SHOWS A CHANGE THAT WAS ABANDONED WITH Q.
002140 01  PND-TABLE.
002150     05  PND-ENTRY OCCURS 100 TIMES.
002160         10  PND-TEXT             PIC X(60).
002170 01  PND-COUNT                    PIC 9(03) COMP VALUE ZERO.
002180 01  PND-TABLE-LIMIT              PIC 9(03) COMP VALUE 100.
002190 01  PND-SUB                      PIC 9(03) COMP.
002200*
002210*    THE DRAW THE VISITOR IS COMPLAINING ABOUT - THE KEY AS
002220*    THE OPERATOR GAVE IT AND THE MASTER RECORD FOUND FOR IT.
002230*    A BOX SLIP IS NAMED BY LOT AND SERIAL; A KIOSK DRAW HAS
002240*    LOT AND SERIAL ZERO AND IS NAMED BY ITS DRAW SEQUENCE OR,
002250*    FAILING THAT, THE HHMMSSSS TIME STAMPED ON THE LOG.
002260 01  LKP-DRAW-DATE                PIC 9(08).
002270 01  LKP-SITE-ID                  PIC X(04).
002280 01  LKP-LOT-NO                   PIC 9(05).
002290 01  LKP-SLIP-NO                  PIC 9(05).
002300 01  LKP-DRAW-SEQ                 PIC 9(05).
002310 01  LKP-DRAW-TIME                PIC 9(08).
002320 01  LKP-KIND-SWITCH              PIC X(01) VALUE SPACE.
002330     88  LKP-BOX-SLIP                  VALUE 'B'.
002340     88  LKP-KIOSK-DRAW                VALUE 'K'.
002350 01  LKP-KEY-SWITCH               PIC X(01) VALUE 'N'.
002360     88  LKP-KEY-GIVEN                 VALUE 'Y'.
002370 01  FND-SWITCH                   PIC X(01) VALUE 'N'.
002380     88  FND-DRAW-FOUND                VALUE 'Y'.
002390     88  FND-DRAW-PASSED               VALUE 'P'.
002400     88  FND-DRAW-SEEKING              VALUE 'N'.
002410 01  FND-KEY.
002420     05  FND-DRAW-DATE            PIC 9(08).
002430     05  FND-SITE-ID              PIC X(04).
002440     05  FND-LOT-NO               PIC 9(05).
002450     05  FND-SLIP-NO              PIC 9(05).
002460     05  FND-DRAW-SEQ             PIC 9(05).
002470     05  FND-DRAW-TIME            PIC 9(08).
002480 01  FND-RIM                      PIC 9(02).
002490 01  FND-FORTUNE-TEXT             PIC X(60).
002500*
002510*    THE CASE BEING OPENED OR CHANGED. A BLANK ANSWER ON A
002520*    CHANGE KEEPS WHAT IS ON FILE.
002530 01  CHG-SITE-ID                  PIC X(04).
002540 01  CHG-COMPLAINT-TYPE           PIC X(01).
002550     88  CHG-VALID-TYPE               VALUE 'W' 'D' 'N' 'F' 'O'.
002560 01  CHG-CONTACT                  PIC X(40).
002570 01  CHG-NOTES                    PIC X(60).
002580 01  CHG-STATUS                   PIC X(01).
002590     88  CHG-INVESTIGATING            VALUE 'I'.
002600     88  CHG-REFUNDED                 VALUE 'R'.
002610     88  CHG-VOIDED                   VALUE 'V'.
002620     88  CHG-REJECTED                 VALUE 'X'.
002630     88  CHG-VALID-STATUS             VALUE 'I' 'R' 'V' 'X'.
002640 01  CHG-REFUND-AMOUNT            PIC 9(05).
002650 01  CHG-TEXT                     PIC X(60).
002660 01  CHG-POINTER                  PIC 9(02) COMP.
002670*
002680*    THE PAY-TYPE V REVERSAL FOUND ON THE LOG FOR A VOIDED
002690*    CASE. A BOX-SLIP REVERSAL IS STAMPED WITH THE TIME OF THE
002700*    VOID; A KIOSK REVERSAL CARRIES THE ORIGINAL DRAW TIME,
002710*    WHICH IS HOW IT IS TOLD APART FROM THE DAY'S OTHERS.
002720 01  REV-SWITCH                   PIC X(01) VALUE 'N'.
002730     88  REV-FOUND                     VALUE 'Y'.
002740 01  REV-LOG-TIME                 PIC 9(08).
002750 01  REV-FEE-AMOUNT               PIC 9(05).
002760 01  REV-LOT-NO                   PIC 9(05).
002770*
002780*    MONTHLY SUMMARY - ONE ROW PER SITE WITH A CASE IN THE
002790*    MONTH, COUNTED BY COMPLAINT TYPE AND BY WHERE EACH CASE
002800*    STANDS NOW, WITH THE YEN GIVEN BACK. THE TYPE CODES ARE
002810*    HELD IN COLUMN ORDER. A SITE BEYOND THE TABLE IS FLAGGED.
002820 01  WS-SUMMARY-MONTH             PIC 9(06).
002830 01  WS-CASE-MONTH                PIC 9(06).
002840 01  WS-MONTH-YEAR                PIC 9(04) COMP.
002850 01  WS-MONTH-MM                  PIC 9(04) COMP.
002860 01  TYP-CODE-VALUES              PIC X(05) VALUE 'WDNFO'.
002870 01  TYP-CODE-TABLE REDEFINES TYP-CODE-VALUES.
002880     05  TYP-CODE                 PIC X(01) OCCURS 5 TIMES.
002890 01  TYP-SUB                      PIC 9(02) COMP.
002900 01  TYP-MATCH-SUB                PIC 9(02) COMP.
002910 01  SUM-TABLE.
002920     05  SUM-ENTRY OCCURS 16 TIMES.
002930         10  SUM-SITE-ID          PIC X(04).
002940         10  SUM-TYPE-COUNT       PIC 9(05) OCCURS 5 TIMES.
002950         10  SUM-CASE-COUNT       PIC 9(05).
002960         10  SUM-OPEN-COUNT       PIC 9(05).
002970         10  SUM-REFUNDED-COUNT   PIC 9(05).
002980         10  SUM-VOIDED-COUNT     PIC 9(05).
002990         10  SUM-REJECTED-COUNT   PIC 9(05).
003000         10  SUM-REFUND-YEN       PIC 9(07).
003010 01  SUM-SITE-COUNT               PIC 9(02) COMP VALUE ZERO.
003020 01  SUM-TABLE-LIMIT              PIC 9(02) COMP VALUE 16.
003030 01  SUM-SUB                      PIC 9(02) COMP.
003040 01  SUM-MATCH-SUB                PIC 9(02) COMP.
003050 01  SUM-TOTAL-ENTRY.
003060     05  SUM-TOTAL-TYPE           PIC 9(05) OCCURS 5 TIMES.
003070     05  SUM-TOTAL-CASES          PIC 9(05).
003080     05  SUM-TOTAL-OPEN           PIC 9(05).
003090     05  SUM-TOTAL-REFUNDED       PIC 9(05).
003100     05  SUM-TOTAL-VOIDED         PIC 9(05).
003110     05  SUM-TOTAL-REJECTED       PIC 9(05).
003120     05  SUM-TOTAL-YEN            PIC 9(07).
003130 01  SUM-OVERFLOW-SWITCH          PIC X(01) VALUE 'N'.
003140     88  SUM-OVERFLOWED                VALUE 'Y'.
003150*
003160*    PRINT LINE WORK AREAS FOR THE REPORTS - EVERY LINE GOES TO
003170*    OMIDSPL OR OMIDSPS AND IS ECHOED TO THE CONSOLE.
003180 01  WS-PRINT-LINE                PIC X(80).
003190 01  WS-COUNT-ED                  PIC Z(04)9.
003200 01  WS-LISTED-COUNT              PIC 9(05) VALUE ZERO.
003210 01  RPT-CASE-LINE.
003220     05  FILLER                   PIC X(01) VALUE SPACE.
003230     05  RPT-CASE-NO              PIC 9(05).
003240     05  FILLER                   PIC X(02) VALUE SPACES.
003250     05  RPT-OPEN-DATE            PIC 9(08).
003260     05  FILLER                   PIC X(01) VALUE SPACE.
003270     05  RPT-DRAW-DATE            PIC 9(08).
003280     05  FILLER                   PIC X(01) VALUE SPACE.
003290     05  RPT-SITE-ID              PIC X(04).
003300     05  FILLER                   PIC X(01) VALUE SPACE.
003310     05  RPT-LOT-NO               PIC Z(04)9.
003320     05  FILLER                   PIC X(01) VALUE SPACE.
003330     05  RPT-SLIP-NO              PIC Z(04)9.
003340     05  FILLER                   PIC X(01) VALUE SPACE.
003350     05  RPT-DRAW-SEQ             PIC Z(04)9.
003360     05  FILLER                   PIC X(01) VALUE SPACE.
003370     05  RPT-COMPLAINT-TYPE       PIC X(01).
003380     05  FILLER                   PIC X(01) VALUE SPACE.
003390     05  RPT-CONTACT              PIC X(29).
003400 01  RPT-NOTES-LINE.
003410     05  FILLER                   PIC X(08) VALUE SPACES.
003420     05  RPT-NOTES                PIC X(60).
003430     05  FILLER                   PIC X(12) VALUE SPACES.
003440 01  RPT-SUMMARY-LINE.
003450     05  FILLER                   PIC X(01) VALUE SPACE.
003460     05  RPT-SUM-SITE-ID          PIC X(04).
003470     05  RPT-SUM-TYPE-GROUP OCCURS 5 TIMES.
003480         10  FILLER               PIC X(01).
003490         10  RPT-SUM-TYPE-COUNT   PIC Z(04)9.
003500     05  FILLER                   PIC X(01) VALUE SPACE.
003510     05  RPT-SUM-CASES            PIC Z(04)9.
003520     05  FILLER                   PIC X(01) VALUE SPACE.
003530     05  RPT-SUM-OPEN             PIC Z(04)9.
003540     05  FILLER                   PIC X(01) VALUE SPACE.
003550     05  RPT-SUM-REFUNDED         PIC Z(04)9.
003560     05  FILLER                   PIC X(01) VALUE SPACE.
003570     05  RPT-SUM-VOIDED           PIC Z(04)9.
003580     05  FILLER                   PIC X(01) VALUE SPACE.
003590     05  RPT-SUM-REJECTED         PIC Z(04)9.
003600     05  FILLER                   PIC X(02) VALUE SPACES.
003610     05  RPT-SUM-YEN              PIC Z(06)9.
003620*
003630 PROCEDURE DIVISION.
003640 0000-MAINLINE SECTION.
003650     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003660     PERFORM 2000-PROCESS-ONE-COMMAND THRU 2000-EXIT
003670         UNTIL WS-USER-DONE.
003680     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003690     MOVE WS-HIGHEST-SEVERITY TO RETURN-CODE.
003700     STOP RUN.
003710*
003720*----------------------------------------------------------------*
003730*    1000-INITIALIZE - GET THE BUSINESS DATE, SIGN THE OPERATOR
003740*    ON, PICK UP THIS INSTALLATION'S SITE, LOAD THE CASE
003750*    REGISTER INTO STORAGE AND OPEN THE DRAW MASTER FOR THE
003760*    CASE LOOK-UPS.
003770*----------------------------------------------------------------*
003780 1000-INITIALIZE.
003790     PERFORM 1010-LOAD-BUSINESS-DATE THRU 1010-EXIT.
003800     PERFORM 1100-GET-OPERATOR-ID THRU 1100-EXIT.
003810     IF WS-USER-DONE
003820         GO TO 1000-EXIT
003830     END-IF.
003840     PERFORM 1050-LOAD-SITE-ID THRU 1050-EXIT.
003850     PERFORM 1200-LOAD-CASE-FILE THRU 1200-EXIT.
003860     DISPLAY 'OMIDISP: ' CST-RECORD-COUNT
003870         ' CASE(S) ON FILE.'.
003880     PERFORM 1300-OPEN-DRAW-MASTER THRU 1300-EXIT.
003890 1000-EXIT.
003900     EXIT.
003910*
003920*----------------------------------------------------------------*
003930*    1010-LOAD-BUSINESS-DATE - THE SHRINE DAY COMES FROM THE
003940*    OMIBDAT CONTROL RECORD, NOT THE MACHINE CLOCK, SO A STREAM
003950*    THAT RUNS PAST MIDNIGHT STAYS ON THE DAY IT BELONGS TO.
003960*    ONLY THE END-OF-DAY ROLL MOVES IT ON. WITH NO USABLE
003970*    RECORD ON FILE THE MACHINE DATE IS TAKEN, AS BEFORE.
003980*----------------------------------------------------------------*
003990 1010-LOAD-BUSINESS-DATE.
004000     MOVE ZERO TO WS-CURRENT-DATE.
004010     OPEN INPUT BUSINESS-DATE-FILE.
004020     IF WS-BDT-STATUS NOT = '35'
004030         READ BUSINESS-DATE-FILE
004040             AT END
004050                 CONTINUE
004060         END-READ
004070         IF WS-BDT-STATUS = '00'
004080          AND BDR-BUSINESS-DATE IS NUMERIC
004090             MOVE BDR-BUSINESS-DATE TO WS-CURRENT-DATE
004100         END-IF
004110         CLOSE BUSINESS-DATE-FILE
004120     END-IF.
004130     IF WS-CURRENT-DATE = ZERO
004140         ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
004150         DISPLAY 'OMIBDAT: NO BUSINESS DATE ON FILE - USING THE'
004160             ' MACHINE DATE ' WS-CURRENT-DATE '.'
004170     END-IF.
004180 1010-EXIT.
004190     EXIT.
004200*
004210*----------------------------------------------------------------*
004220*    1050-LOAD-SITE-ID - PICK UP THIS INSTALLATION'S SITE/
004230*    TERMINAL IDENTITY FROM OMISITE. A MISSING OR EMPTY FILE
004240*    LEAVES THE DEFAULT, MAIN. IT IS ONLY THE DEFAULT OFFERED
004250*    FOR A CASE - THE OFFICE TAKES COMPLAINTS FOR EVERY SITE.
004260*----------------------------------------------------------------*
004270 1050-LOAD-SITE-ID.
004280     OPEN INPUT SITE-FILE.
004290     IF WS-SIT-STATUS NOT = '35'
004300         READ SITE-FILE
004310             AT END
004320                 CONTINUE
004330         END-READ
004340         IF WS-SIT-STATUS = '00'
004350          AND STR-SITE-ID NOT = SPACES
004360             MOVE STR-SITE-ID TO WS-SITE-ID
004370         END-IF
004380         CLOSE SITE-FILE
004390     END-IF.
004400     DISPLAY 'OMIDISP: CASES DEFAULT TO SITE ' WS-SITE-ID '.'.
004410 1050-EXIT.
004420     EXIT.
004430*
004440*----------------------------------------------------------------*
004450*    1100-GET-OPERATOR-ID - A CASE CAN END IN A REFUND, SO THE
004460*    RUN DOES NOT PROCEED WITHOUT AN OPERATOR WHO IS ON THE
004470*    OMIOPER MASTER, ACTIVE, GIVES THE RIGHT PIN AND HOLDS CLERK
004480*    AUTHORITY OR ABOVE - THE SAME BAR AS THE SINGLE-DRAW VOID.
004490*    EVERY SIGN-ON AND EVERY REFUSAL GOES TO THE OMIACCL ACCESS
004500*    LOG.
004510*----------------------------------------------------------------*
004520 1100-GET-OPERATOR-ID.
004530     MOVE ZERO TO WS-OPER-TRIES.
004540     MOVE SPACES TO WS-OPERATOR-ID.
004550     PERFORM 1110-PROMPT-OPERATOR THRU 1110-EXIT
004560         UNTIL WS-OPERATOR-ID NOT = SPACES
004570            OR WS-OPER-TRIES > WS-MENU-TRY-LIMIT.
004580     IF WS-OPERATOR-ID = SPACES
004590         DISPLAY 'OMIDISP: NO OPERATOR GIVEN - ENDING THE RUN.'
004600         SET WS-USER-DONE TO TRUE
004610         GO TO 1100-EXIT
004620     END-IF.
004630     DISPLAY 'PIN: ' WITH NO ADVANCING.
004640     ACCEPT WS-OPER-PIN.
004650     PERFORM 1120-FIND-OPERATOR THRU 1120-EXIT.
004660     PERFORM 1130-CHECK-OPERATOR THRU 1130-EXIT.
004670     IF WS-ACL-TEXT NOT = SPACES
004680         MOVE 'R' TO WS-ACL-EVENT
004690         PERFORM 8700-WRITE-ACCESS-LOG THRU 8700-EXIT
004700         DISPLAY 'OMIDISP: SIGN-ON REFUSED - ' WS-ACL-TEXT
004710         SET WS-USER-DONE TO TRUE
004720         GO TO 1100-EXIT
004730     END-IF.
004740     MOVE 'S' TO WS-ACL-EVENT.
004750     IF WS-OPER-SUPERVISOR
004760         MOVE 'SIGNED ON - SUPERVISOR' TO WS-ACL-TEXT
004770     ELSE
004780         MOVE 'SIGNED ON - CLERK' TO WS-ACL-TEXT
004790     END-IF.
004800     PERFORM 8700-WRITE-ACCESS-LOG THRU 8700-EXIT.
004810     DISPLAY 'OMIDISP: SIGNED ON AS ' WS-OPER-NAME.
004820 1100-EXIT.
004830     EXIT.
004840*
004850 1110-PROMPT-OPERATOR.
004860     ADD 1 TO WS-OPER-TRIES.
004870     DISPLAY 'OPERATOR (UP TO 8 CHARACTERS): '
004880         WITH NO ADVANCING.
004890     ACCEPT WS-OPERATOR-ID.
004900 1110-EXIT.
004910     EXIT.
004920*
004930*----------------------------------------------------------------*
004940*    1120-FIND-OPERATOR - LOOK THE OPERATOR UP ON THE OMIOPER
004950*    MASTER AND KEEP THE PARTICULARS THE SIGN-ON CHECK NEEDS. A
004960*    MISSING MASTER IS NOTED SO THE REFUSAL CAN SAY SO.
004970*----------------------------------------------------------------*
004980 1120-FIND-OPERATOR.
004990     SET WS-OPM-NOT-FOUND TO TRUE.
005000     OPEN INPUT OPERATOR-FILE.
005010     IF WS-OPM-STATUS = '35'
005020         SET WS-OPM-MISSING TO TRUE
005030         GO TO 1120-EXIT
005040     END-IF.
005050     PERFORM 1125-READ-ONE-OPERATOR THRU 1125-EXIT
005060         UNTIL WS-OPM-STATUS = '10' OR WS-OPM-FOUND.
005070     CLOSE OPERATOR-FILE.
005080 1120-EXIT.
005090     EXIT.
005100*
005110 1125-READ-ONE-OPERATOR.
005120     READ OPERATOR-FILE
005130         AT END
005140             MOVE '10' TO WS-OPM-STATUS
005150     END-READ.
005160     IF WS-OPM-STATUS = '10'
005170         GO TO 1125-EXIT
005180     END-IF.
005190     IF OPM-OPERATOR-ID = WS-OPERATOR-ID
005200         SET WS-OPM-FOUND TO TRUE
005210         MOVE OPM-OPERATOR-NAME TO WS-OPER-NAME
005220         MOVE OPM-PIN           TO WS-OPER-FILE-PIN
005230         MOVE OPM-AUTH-LEVEL    TO WS-OPER-LEVEL
005240         MOVE OPM-STATUS        TO WS-OPER-STATE
005250     END-IF.
005260 1125-EXIT.
005270     EXIT.
005280*
005290*----------------------------------------------------------------*
005300*    1130-CHECK-OPERATOR - DECIDE WHETHER THE OPERATOR MAY SIGN
005310*    ON, LEAVING THE REASON FOR A REFUSAL IN THE ACCESS-LOG TEXT
005320*    (SPACES WHEN THE SIGN-ON IS GOOD). THE PIN IS ASKED FOR EVEN
005330*    WHEN THE ID IS UNKNOWN, SO THE PROMPTS DO NOT GIVE AWAY WHICH
005340*    IDS EXIST. THIS PROGRAM NEEDS CLERK AUTHORITY OR ABOVE.
005350*----------------------------------------------------------------*
005360 1130-CHECK-OPERATOR.
005370     MOVE SPACES TO WS-ACL-TEXT.
005380     IF WS-OPM-MISSING
005390         MOVE 'NO OPERATOR MASTER ON FILE - SET UP OMIOPER'
005400             TO WS-ACL-TEXT
005410         GO TO 1130-EXIT
005420     END-IF.
005430     IF NOT WS-OPM-FOUND
005440         MOVE 'UNKNOWN OPERATOR' TO WS-ACL-TEXT
005450         GO TO 1130-EXIT
005460     END-IF.
005470     IF WS-OPER-PIN NOT = WS-OPER-FILE-PIN
005480         MOVE 'WRONG PIN' TO WS-ACL-TEXT
005490         GO TO 1130-EXIT
005500     END-IF.
005510     IF NOT WS-OPER-ACTIVE
005520         MOVE 'OPERATOR IS INACTIVE' TO WS-ACL-TEXT
005530         GO TO 1130-EXIT
005540     END-IF.
005550     IF NOT WS-OPER-SUPERVISOR AND NOT WS-OPER-CLERK
005560         MOVE 'NOT AUTHORIZED - A TELLER MAY ONLY SERVE STICKS'
005570             TO WS-ACL-TEXT
005580     END-IF.
005590 1130-EXIT.
005600     EXIT.
005610*
005620*----------------------------------------------------------------*
005630*    1200-LOAD-CASE-FILE - READ THE WHOLE CASE REGISTER INTO THE
005640*    IN-STORAGE TABLE AND NOTE THE HIGHEST CASE NUMBER SO NEW
005650*    CASES NUMBER ON FROM IT. A RECORD WITH NO USABLE CASE
005660*    NUMBER IS REPORTED AND DROPPED. A MISSING FILE SIMPLY
005670*    LEAVES THE TABLE EMPTY. A REGISTER TOO BIG FOR THE TABLE
005680*    IS FLAGGED SEVERE AND THE SAVE IS REFUSED.
005690*----------------------------------------------------------------*
005700 1200-LOAD-CASE-FILE.
005710     OPEN INPUT CASE-FILE.
005720     IF WS-DSC-STATUS NOT = '35'
005730         PERFORM 1210-READ-ONE-CASE THRU 1210-EXIT
005740             UNTIL WS-DSC-STATUS = '10'
005750         CLOSE CASE-FILE
005760     END-IF.
005770     IF CST-OVERFLOWED
005780         DISPLAY 'OMIDISP: CASE TABLE FULL - CHANGES CANNOT BE'
005790             ' SAVED THIS RUN.'
005800         MOVE 'S' TO WS-OPS-SEVERITY
005810         MOVE 'DSP0002' TO WS-OPS-CODE
005820         MOVE 'CASE REGISTER TOO BIG FOR TABLE - SAVE REFUSED'
005830             TO WS-OPS-TEXT
005840         PERFORM 8800-WRITE-OPS-MESSAGE THRU 8800-EXIT
005850     END-IF.
005860 1200-EXIT.
005870     EXIT.
005880*
005890 1210-READ-ONE-CASE.
005900     READ CASE-FILE
005910         AT END
005920             MOVE '10' TO WS-DSC-STATUS
005930     END-READ.
005940     IF WS-DSC-STATUS = '10'
005950         GO TO 1210-EXIT
005960     END-IF.
005970     IF DSC-CASE-NO IS NOT NUMERIC OR DSC-CASE-NO = ZERO
005980         DISPLAY 'OMIDSPC: RECORD WITH NO CASE NUMBER DROPPED.'
005990         GO TO 1210-EXIT
006000     END-IF.
006010     IF CST-RECORD-COUNT = CST-TABLE-LIMIT
006020         SET CST-OVERFLOWED TO TRUE
006030         GO TO 1210-EXIT
006040     END-IF.
006050     ADD 1 TO CST-RECORD-COUNT.
006060     MOVE DISPUTE-CASE-RECORD TO CST-ENTRY(CST-RECORD-COUNT).
006070     IF DSC-CASE-NO > CST-HIGH-CASE-NO
006080         MOVE DSC-CASE-NO TO CST-HIGH-CASE-NO
006090     END-IF.
006100 1210-EXIT.
006110     EXIT.
006120*
006130*----------------------------------------------------------------*
006140*    1300-OPEN-DRAW-MASTER - OPEN THE INDEXED MASTER FOR INPUT.
006150*    A CASE CAN ONLY BE OPENED AGAINST A DRAW FOUND ON IT, SO A
006160*    MASTER THAT WILL NOT OPEN STOPS NEW CASES FOR THE RUN AND
006170*    THE OPERATOR RUNS THE REBUILD. EXISTING CASES CAN STILL BE
006180*    WORKED AND THE REPORTS PRINTED.
006190*----------------------------------------------------------------*
006200 1300-OPEN-DRAW-MASTER.
006210     OPEN INPUT DRAW-MASTER-FILE.
006220     IF WS-DRW-STATUS = '00'
006230         SET WS-DRAW-MASTER-OPEN TO TRUE
006240         GO TO 1300-EXIT
006250     END-IF.
006260     SET WS-DRAW-MASTER-SHUT TO TRUE.
006270     DISPLAY 'OMIDRAW: NOT AVAILABLE (STATUS ' WS-DRW-STATUS
006280         ') - NO NEW CASES UNTIL OMIREBLD IS RUN.'.
006290     MOVE 'W' TO WS-OPS-SEVERITY.
006300     MOVE 'DSP0001' TO WS-OPS-CODE.
006310     MOVE 'DRAW MASTER NOT AVAILABLE - NO NEW CASES OPENED'
006320         TO WS-OPS-TEXT.
006330     PERFORM 8800-WRITE-OPS-MESSAGE THRU 8800-EXIT.
006340 1300-EXIT.
006350     EXIT.
006360*
006370*----------------------------------------------------------------*
006380*    2000-PROCESS-ONE-COMMAND - SHOW THE MENU AND CARRY OUT ONE
006390*    COMMAND, RE-PROMPTING ON ANYTHING UNRECOGNIZED UP TO THE
006400*    TRY LIMIT BEFORE GIVING UP AND ENDING THE RUN.
006410*----------------------------------------------------------------*
006420 2000-PROCESS-ONE-COMMAND.
006430     DISPLAY 'OMIDISP - L=LIST O=OPEN U=UPDATE P=PRINT OPEN '
006440         'M=MONTHLY S=SAVE+QUIT Q=QUIT: ' WITH NO ADVANCING.
006450     ACCEPT WS-CMD.
006460     IF WS-CMD = 'L' OR WS-CMD = 'l'
006470         MOVE ZERO TO WS-MENU-TRIES
006480         PERFORM 3000-LIST-CASES THRU 3000-EXIT
006490     ELSE
006500         IF WS-CMD = 'O' OR WS-CMD = 'o'
006510             MOVE ZERO TO WS-MENU-TRIES
006520             PERFORM 4000-OPEN-CASE THRU 4000-EXIT
006530         ELSE
006540             IF WS-CMD = 'U' OR WS-CMD = 'u'
006550                 MOVE ZERO TO WS-MENU-TRIES
006560                 PERFORM 5000-UPDATE-CASE THRU 5000-EXIT
006570             ELSE
006580                 IF WS-CMD = 'P' OR WS-CMD = 'p'
006590                     MOVE ZERO TO WS-MENU-TRIES
006600                     PERFORM 7000-PRINT-OPEN-CASES
006610                         THRU 7000-EXIT
006620                 ELSE
006630                     PERFORM 2050-LATER-COMMANDS THRU 2050-EXIT
006640                 END-IF
006650             END-IF
006660         END-IF
006670     END-IF.
006680 2000-EXIT.
006690     EXIT.
006700*
006710 2050-LATER-COMMANDS.
006720     IF WS-CMD = 'M' OR WS-CMD = 'm'
006730         MOVE ZERO TO WS-MENU-TRIES
006740         PERFORM 7500-MONTHLY-SUMMARY THRU 7500-EXIT
006750     ELSE
006760         IF WS-CMD = 'S' OR WS-CMD = 's'
006770             PERFORM 6000-SAVE-AND-QUIT THRU 6000-EXIT
006780         ELSE
006790             IF WS-CMD = 'Q' OR WS-CMD = 'q'
006800                 PERFORM 2150-QUIT-WITHOUT-SAVE THRU 2150-EXIT
006810             ELSE
006820                 PERFORM 2100-REJECT-MENU-ENTRY THRU 2100-EXIT
006830             END-IF
006840         END-IF
006850     END-IF.
006860 2050-EXIT.
006870     EXIT.
006880*
006890*----------------------------------------------------------------*
006900*    2100-REJECT-MENU-ENTRY - COUNT A BAD MENU ENTRY AND GIVE
006910*    UP ON THE RUN PAST THE TRY LIMIT. GIVING UP DISCARDS ANY
006920*    UNSAVED CHANGES, SO IT WARNS LIKE Q DOES.
006930*----------------------------------------------------------------*
006940 2100-REJECT-MENU-ENTRY.
006950     ADD 1 TO WS-MENU-TRIES.
006960     IF WS-MENU-TRIES > WS-MENU-TRY-LIMIT
006970         DISPLAY 'TOO MANY INVALID ENTRIES - ENDING THE RUN.'
006980         PERFORM 2150-QUIT-WITHOUT-SAVE THRU 2150-EXIT
006990     ELSE
007000         DISPLAY 'INVALID ENTRY - PLEASE TYPE L, O, U, P, M, S'
007010             ' OR Q.'
007020     END-IF.
007030 2100-EXIT.
007040     EXIT.
007050*
007060*----------------------------------------------------------------*
007070*    2150-QUIT-WITHOUT-SAVE - END THE RUN, WARNING ABOUT ANY
007080*    ACCEPTED CHANGES THAT WERE NEVER SAVED AND SO NEVER
007090*    REACHED THE CASE REGISTER OR THE ACCESS LOG.
007100*----------------------------------------------------------------*
007110 2150-QUIT-WITHOUT-SAVE.
007120     IF PND-COUNT > ZERO
007130         DISPLAY 'WARNING: ' PND-COUNT
007140             ' UNSAVED CHANGE(S) DISCARDED.'
007150     END-IF.
007160     SET WS-USER-DONE TO TRUE.
007170 2150-EXIT.
007180     EXIT.
007190*
007200*----------------------------------------------------------------*
007210*    3000-LIST-CASES - SHOW EVERY CASE HELD IN STORAGE, IN FILE
007220*    ORDER, WITH THE DRAW IT IS AGAINST AND WHERE IT STANDS.
007230*----------------------------------------------------------------*
007240 3000-LIST-CASES.
007250     IF CST-RECORD-COUNT = ZERO
007260         DISPLAY '  THE CASE REGISTER IS EMPTY.'
007270         GO TO 3000-EXIT
007280     END-IF.
007290     DISPLAY '  CASE  OPENED   DRAWN ON SITE   LOT  SLIP   SEQ'
007300         ' T S REFUND'.
007310     PERFORM 3100-LIST-ONE-CASE THRU 3100-EXIT
007320         VARYING CST-SUB FROM 1 BY 1
007330         UNTIL CST-SUB > CST-RECORD-COUNT.
007340 3000-EXIT.
007350     EXIT.
007360*
007370 3100-LIST-ONE-CASE.
007380     DISPLAY '  ' CST-CASE-NO(CST-SUB)
007390         ' ' CST-OPEN-DATE(CST-SUB)
007400         ' ' CST-DRAW-DATE(CST-SUB)
007410         ' ' CST-SITE-ID(CST-SUB)
007420         ' ' CST-LOT-NO(CST-SUB)
007430         ' ' CST-SLIP-NO(CST-SUB)
007440         ' ' CST-DRAW-SEQ(CST-SUB)
007450         ' ' CST-COMPLAINT-TYPE(CST-SUB)
007460         ' ' CST-STATUS(CST-SUB)
007470         ' ' CST-REFUND-AMOUNT(CST-SUB).
007480 3100-EXIT.
007490     EXIT.
007500*
007510*----------------------------------------------------------------*
007520*    4000-OPEN-CASE - OPEN A NEW CASE. THE DRAW MUST BE ON THE
007530*    DRAW MASTER AND MUST NOT ALREADY HAVE A CASE UNDER
007540*    INVESTIGATION. THE COMPLAINT TYPE AND THE VISITOR'S
007550*    CONTACT ARE REQUIRED; THE NOTES MAY BE LEFT BLANK. A NEW
007560*    CASE STARTS INVESTIGATING.
007570*----------------------------------------------------------------*
007580 4000-OPEN-CASE.
007590     IF PND-COUNT = PND-TABLE-LIMIT
007600         DISPLAY 'REFUSED - CHANGE LIMIT REACHED, SAVE WITH S'
007610             ' FIRST.'
007620         GO TO 4000-EXIT
007630     END-IF.
007640     IF CST-RECORD-COUNT = CST-TABLE-LIMIT OR CST-OVERFLOWED
007650         DISPLAY 'REFUSED - CASE TABLE FULL.'
007660         GO TO 4000-EXIT
007670     END-IF.
007680     IF WS-DRAW-MASTER-SHUT
007690         DISPLAY 'REFUSED - THE DRAW MASTER IS NOT AVAILABLE.'
007700         GO TO 4000-EXIT
007710     END-IF.
007720     PERFORM 4100-GET-DRAW-KEY THRU 4100-EXIT.
007730     IF NOT LKP-KEY-GIVEN
007740         GO TO 4000-EXIT
007750     END-IF.
007760     PERFORM 4200-FIND-DRAW THRU 4200-EXIT.
007770     IF NOT FND-DRAW-FOUND
007780         DISPLAY 'REFUSED - NO SUCH DRAW ON THE DRAW MASTER.'
007790         GO TO 4000-EXIT
007800     END-IF.
007810     PERFORM 4400-FIND-OPEN-CASE THRU 4400-EXIT.
007820     IF CST-MATCH-SUB > ZERO
007830         DISPLAY 'REFUSED - CASE ' CST-CASE-NO(CST-MATCH-SUB)
007840             ' IS ALREADY OPEN FOR THIS DRAW.'
007850         GO TO 4000-EXIT
007860     END-IF.
007870     DISPLAY '  DRAW ' FND-DRAW-DATE ' SITE ' FND-SITE-ID
007880         ' LOT ' FND-LOT-NO ' SLIP ' FND-SLIP-NO
007890         ' SEQ ' FND-DRAW-SEQ ' TIME ' FND-DRAW-TIME.
007900     DISPLAY '  LEVEL ' FND-RIM ' ' FND-FORTUNE-TEXT.
007910     PERFORM 4300-GET-COMPLAINT THRU 4300-EXIT.
007920     IF CHG-COMPLAINT-TYPE = SPACE
007930         GO TO 4000-EXIT
007940     END-IF.
007950     DISPLAY 'OPEN A CASE FOR THIS DRAW (Y/N)? '
007960         WITH NO ADVANCING.
007970     ACCEPT WS-ANSWER.
007980     IF WS-ANSWER NOT = 'Y' AND WS-ANSWER NOT = 'y'
007990         DISPLAY 'CASE DISCARDED.'
008000         GO TO 4000-EXIT
008010     END-IF.
008020     ADD 1 TO CST-RECORD-COUNT.
008030     MOVE CST-RECORD-COUNT TO CST-MATCH-SUB.
008040     ADD 1 TO CST-HIGH-CASE-NO.
008050     MOVE CST-HIGH-CASE-NO   TO CST-CASE-NO(CST-MATCH-SUB).
008060     MOVE WS-CURRENT-DATE    TO CST-OPEN-DATE(CST-MATCH-SUB).
008070     MOVE WS-OPERATOR-ID     TO CST-OPENED-BY(CST-MATCH-SUB).
008080     MOVE FND-KEY            TO CST-DRAW-KEY(CST-MATCH-SUB).
008090     MOVE FND-RIM            TO CST-RIM(CST-MATCH-SUB).
008100     MOVE CHG-COMPLAINT-TYPE
008110         TO CST-COMPLAINT-TYPE(CST-MATCH-SUB).
008120     MOVE CHG-CONTACT        TO CST-CONTACT(CST-MATCH-SUB).
008130     MOVE CHG-NOTES          TO CST-NOTES(CST-MATCH-SUB).
008140     MOVE 'I'                TO CST-STATUS(CST-MATCH-SUB).
008150     MOVE WS-CURRENT-DATE    TO CST-STATUS-DATE(CST-MATCH-SUB).
008160     MOVE WS-OPERATOR-ID     TO CST-STATUS-BY(CST-MATCH-SUB).
008170     MOVE ZERO          TO CST-REVERSAL-TIME(CST-MATCH-SUB).
008180     MOVE ZERO          TO CST-REFUND-AMOUNT(CST-MATCH-SUB).
008190     MOVE SPACES TO CHG-TEXT.
008200     STRING 'OPENED CASE ' DELIMITED BY SIZE
008210         CST-HIGH-CASE-NO DELIMITED BY SIZE
008220         ' TYPE ' DELIMITED BY SIZE
008230         CHG-COMPLAINT-TYPE DELIMITED BY SIZE
008240         ' DRAW ' DELIMITED BY SIZE
008250         FND-DRAW-DATE DELIMITED BY SIZE
008260         ' ' DELIMITED BY SIZE
008270         FND-SITE-ID DELIMITED BY SIZE
008280         INTO CHG-TEXT.
008290     PERFORM 4900-QUEUE-ACCESS-ENTRY THRU 4900-EXIT.
008300     DISPLAY 'CASE ' CST-HIGH-CASE-NO ' OPENED - SAVE WITH S'
008310         ' TO MAKE IT PERMANENT.'.
008320 4000-EXIT.
008330     EXIT.
008340*
008350*----------------------------------------------------------------*
008360*    4100-GET-DRAW-KEY - ASK WHICH DRAW THE VISITOR MEANS: THE
008370*    DRAW DATE (BLANK FOR TODAY) AND SITE (BLANK FOR THIS ONE),
008380*    THEN EITHER THE LOT AND SERIAL PRINTED ON A BOX SLIP OR
008390*    THE SEQUENCE OR HHMMSSSS TIME OF A KIOSK DRAW.
008400*----------------------------------------------------------------*
008410 4100-GET-DRAW-KEY.
008420     MOVE 'N' TO LKP-KEY-SWITCH.
008430     MOVE ZERO TO LKP-LOT-NO LKP-SLIP-NO.
008440     MOVE ZERO TO LKP-DRAW-SEQ LKP-DRAW-TIME.
008450     DISPLAY 'DRAW DATE (YYYYMMDD, BLANK FOR TODAY): '
008460         WITH NO ADVANCING.
008470     MOVE SPACES TO WS-ENTRY-INPUT.
008480     ACCEPT WS-ENTRY-INPUT.
008490     PERFORM 8000-EDIT-NUMERIC-ENTRY THRU 8000-EXIT.
008500     IF WS-ENTRY-NOT-VALID
008510         DISPLAY 'REFUSED - DATE MUST BE YYYYMMDD OR BLANK.'
008520         GO TO 4100-EXIT
008530     END-IF.
008540     IF WS-ENTRY-NUMBER = ZERO
008550         MOVE WS-CURRENT-DATE TO LKP-DRAW-DATE
008560     ELSE
008570         MOVE WS-ENTRY-NUMBER TO LKP-DRAW-DATE
008580     END-IF.
008590     DISPLAY 'SITE (BLANK FOR ' WS-SITE-ID '): '
008600         WITH NO ADVANCING.
008610     MOVE SPACES TO CHG-SITE-ID.
008620     ACCEPT CHG-SITE-ID.
008630     IF CHG-SITE-ID = SPACES
008640         MOVE WS-SITE-ID TO LKP-SITE-ID
008650     ELSE
008660         MOVE CHG-SITE-ID TO LKP-SITE-ID
008670     END-IF.
008680     DISPLAY 'B=BOX SLIP BY LOT/SERIAL  K=KIOSK DRAW: '
008690         WITH NO ADVANCING.
008700     ACCEPT LKP-KIND-SWITCH.
008710     INSPECT LKP-KIND-SWITCH CONVERTING 'bk' TO 'BK'.
008720     IF LKP-BOX-SLIP
008730         PERFORM 4110-GET-SLIP-KEY THRU 4110-EXIT
008740     ELSE
008750         IF LKP-KIOSK-DRAW
008760             PERFORM 4120-GET-KIOSK-KEY THRU 4120-EXIT
008770         ELSE
008780             DISPLAY 'REFUSED - PLEASE TYPE B OR K.'
008790         END-IF
008800     END-IF.
008810 4100-EXIT.
008820     EXIT.
008830*
008840 4110-GET-SLIP-KEY.
008850     DISPLAY 'BOX/LOT NUMBER (1-99999): ' WITH NO ADVANCING.
008860     MOVE SPACES TO WS-ENTRY-INPUT.
008870     ACCEPT WS-ENTRY-INPUT.
008880     PERFORM 8000-EDIT-NUMERIC-ENTRY THRU 8000-EXIT.
008890     IF WS-ENTRY-NOT-VALID
008900      OR WS-ENTRY-NUMBER < 1 OR WS-ENTRY-NUMBER > 99999
008910         DISPLAY 'REFUSED - LOT MUST BE 1 THROUGH 99999.'
008920         GO TO 4110-EXIT
008930     END-IF.
008940     MOVE WS-ENTRY-NUMBER TO LKP-LOT-NO.
008950     DISPLAY 'SLIP SERIAL (1-99999): ' WITH NO ADVANCING.
008960     MOVE SPACES TO WS-ENTRY-INPUT.
008970     ACCEPT WS-ENTRY-INPUT.
008980     PERFORM 8000-EDIT-NUMERIC-ENTRY THRU 8000-EXIT.
008990     IF WS-ENTRY-NOT-VALID
009000      OR WS-ENTRY-NUMBER < 1 OR WS-ENTRY-NUMBER > 99999
009010         DISPLAY 'REFUSED - SERIAL MUST BE 1 THROUGH 99999.'
009020         GO TO 4110-EXIT
009030     END-IF.
009040     MOVE WS-ENTRY-NUMBER TO LKP-SLIP-NO.
009050     SET LKP-KEY-GIVEN TO TRUE.
009060 4110-EXIT.
009070     EXIT.
009080*
009090 4120-GET-KIOSK-KEY.
009100     DISPLAY 'DRAW SEQUENCE (BLANK TO GIVE THE TIME): '
009110         WITH NO ADVANCING.
009120     MOVE SPACES TO WS-ENTRY-INPUT.
009130     ACCEPT WS-ENTRY-INPUT.
009140     PERFORM 8000-EDIT-NUMERIC-ENTRY THRU 8000-EXIT.
009150     IF WS-ENTRY-NOT-VALID OR WS-ENTRY-NUMBER > 99999
009160         DISPLAY 'REFUSED - SEQUENCE MUST BE 1 THROUGH 99999.'
009170         GO TO 4120-EXIT
009180     END-IF.
009190     IF WS-ENTRY-NUMBER > ZERO
009200         MOVE WS-ENTRY-NUMBER TO LKP-DRAW-SEQ
009210         SET LKP-KEY-GIVEN TO TRUE
009220         GO TO 4120-EXIT
009230     END-IF.
009240     DISPLAY 'DRAW TIME (HHMMSSSS FROM THE LOG): '
009250         WITH NO ADVANCING.
009260     MOVE SPACES TO WS-ENTRY-INPUT.
009270     ACCEPT WS-ENTRY-INPUT.
009280     PERFORM 8000-EDIT-NUMERIC-ENTRY THRU 8000-EXIT.
009290     IF WS-ENTRY-NOT-VALID OR WS-ENTRY-NUMBER = ZERO
009300         DISPLAY 'REFUSED - TIME MUST BE THE HHMMSSSS STAMP.'
009310         GO TO 4120-EXIT
009320     END-IF.
009330     MOVE WS-ENTRY-NUMBER TO LKP-DRAW-TIME.
009340     SET LKP-KEY-GIVEN TO TRUE.
009350 4120-EXIT.
009360     EXIT.
009370*
009380*----------------------------------------------------------------*
009390*    4200-FIND-DRAW - SEEK THE NAMED DRAW ON THE MASTER. THE
009400*    START IS MADE AT THE LOWEST KEY THE DRAW COULD HAVE AND
009410*    THE RECORDS ARE READ ON UNTIL IT IS FOUND OR THE DATE,
009420*    SITE, LOT AND SERIAL RUN PAST IT. A BOX SLIP IS THE FIRST
009430*    RECORD UNDER ITS LOT AND SERIAL; A KIOSK DRAW IS MATCHED
009440*    ON ITS SEQUENCE, OR ON ITS TIME WHEN NO SEQUENCE WAS GIVEN.
009450*----------------------------------------------------------------*
009460 4200-FIND-DRAW.
009470     SET FND-DRAW-SEEKING TO TRUE.
009480     MOVE LKP-DRAW-DATE TO DMR-DRAW-DATE.
009490     MOVE LKP-SITE-ID   TO DMR-SITE-ID.
009500     MOVE LKP-LOT-NO    TO DMR-LOT-NO.
009510     MOVE LKP-SLIP-NO   TO DMR-SLIP-NO.
009520     MOVE LKP-DRAW-SEQ  TO DMR-DRAW-SEQ.
009530     MOVE ZEROS         TO DMR-DRAW-TIME.
009540     START DRAW-MASTER-FILE KEY NOT < DMR-KEY
009550         INVALID KEY
009560             MOVE '23' TO WS-DRW-STATUS
009570     END-START.
009580     IF WS-DRW-STATUS NOT = '00'
009590         GO TO 4200-EXIT
009600     END-IF.
009610     PERFORM 4210-READ-ONE-DRAW THRU 4210-EXIT
009620         UNTIL WS-DRW-STATUS NOT = '00'
009630            OR NOT FND-DRAW-SEEKING.
009640 4200-EXIT.
009650     EXIT.
009660*
009670 4210-READ-ONE-DRAW.
009680     READ DRAW-MASTER-FILE NEXT RECORD
009690         AT END
009700             MOVE '10' TO WS-DRW-STATUS
009710     END-READ.
009720     IF WS-DRW-STATUS NOT = '00'
009730         GO TO 4210-EXIT
009740     END-IF.
009750     IF DMR-DRAW-DATE NOT = LKP-DRAW-DATE
009760      OR DMR-SITE-ID NOT = LKP-SITE-ID
009770      OR DMR-LOT-NO NOT = LKP-LOT-NO
009780      OR DMR-SLIP-NO NOT = LKP-SLIP-NO
009790         SET FND-DRAW-PASSED TO TRUE
009800         GO TO 4210-EXIT
009810     END-IF.
009820     IF LKP-KIOSK-DRAW AND LKP-DRAW-SEQ > ZERO
009830         IF DMR-DRAW-SEQ NOT = LKP-DRAW-SEQ
009840             SET FND-DRAW-PASSED TO TRUE
009850             GO TO 4210-EXIT
009860         END-IF
009870     END-IF.
009880     IF LKP-KIOSK-DRAW AND LKP-DRAW-SEQ = ZERO
009890         IF DMR-DRAW-TIME NOT = LKP-DRAW-TIME
009900             GO TO 4210-EXIT
009910         END-IF
009920     END-IF.
009930     SET FND-DRAW-FOUND TO TRUE.
009940     MOVE DMR-KEY          TO FND-KEY.
009950     MOVE DMR-RIM          TO FND-RIM.
009960     MOVE DMR-FORTUNE-TEXT TO FND-FORTUNE-TEXT.
009970 4210-EXIT.
009980     EXIT.
009990*
010000*----------------------------------------------------------------*
010010*    4300-GET-COMPLAINT - TAKE THE COMPLAINT TYPE, THE VISITOR'S
010020*    CONTACT AND ANY NOTES FOR A NEW CASE. A BAD TYPE OR A
010030*    MISSING CONTACT LEAVES THE TYPE BLANK, WHICH REFUSES THE
010040*    CASE.
010050*----------------------------------------------------------------*
010060 4300-GET-COMPLAINT.
010070     DISPLAY 'COMPLAINT - W=WRONG FORTUNE D=DAMAGED/WET SLIP'.
010080     DISPLAY '  N=NOT DISPENSED F=FEE O=OTHER: '
010090         WITH NO ADVANCING.
010100     MOVE SPACE TO CHG-COMPLAINT-TYPE.
010110     ACCEPT CHG-COMPLAINT-TYPE.
010120     INSPECT CHG-COMPLAINT-TYPE CONVERTING 'wdnfo' TO 'WDNFO'.
010130     IF NOT CHG-VALID-TYPE
010140         DISPLAY 'REFUSED - TYPE MUST BE W, D, N, F OR O.'
010150         MOVE SPACE TO CHG-COMPLAINT-TYPE
010160         GO TO 4300-EXIT
010170     END-IF.
010180     DISPLAY 'VISITOR CONTACT (NAME/PHONE): ' WITH NO ADVANCING.
010190     MOVE SPACES TO CHG-CONTACT.
010200     ACCEPT CHG-CONTACT.
010210     IF CHG-CONTACT = SPACES
010220         DISPLAY 'REFUSED - A VISITOR CONTACT IS REQUIRED.'
010230         MOVE SPACE TO CHG-COMPLAINT-TYPE
010240         GO TO 4300-EXIT
010250     END-IF.
010260     DISPLAY 'NOTES: ' WITH NO ADVANCING.
010270     MOVE SPACES TO CHG-NOTES.
010280     ACCEPT CHG-NOTES.
010290 4300-EXIT.
010300     EXIT.
010310*
010320*----------------------------------------------------------------*
010330*    4400-FIND-OPEN-CASE - LOOK FOR A CASE STILL UNDER
010340*    INVESTIGATION AGAINST THE DRAW JUST FOUND, LEAVING ITS
010350*    SUBSCRIPT IN CST-MATCH-SUB (ZERO WHEN THERE IS NONE).
010360*----------------------------------------------------------------*
010370 4400-FIND-OPEN-CASE.
010380     MOVE ZERO TO CST-MATCH-SUB.
010390     PERFORM 4410-MATCH-ONE-OPEN-CASE THRU 4410-EXIT
010400         VARYING CST-SUB FROM 1 BY 1
010410         UNTIL CST-SUB > CST-RECORD-COUNT
010420            OR CST-MATCH-SUB > ZERO.
010430 4400-EXIT.
010440     EXIT.
010450*
010460 4410-MATCH-ONE-OPEN-CASE.
010470     IF CST-DRAW-KEY(CST-SUB) = FND-KEY
010480      AND CST-INVESTIGATING(CST-SUB)
010490         MOVE CST-SUB TO CST-MATCH-SUB
010500     END-IF.
010510 4410-EXIT.
010520     EXIT.
010530*
010540 4900-QUEUE-ACCESS-ENTRY.
010550     ADD 1 TO PND-COUNT.
010560     MOVE CHG-TEXT TO PND-TEXT(PND-COUNT).
010570 4900-EXIT.
010580     EXIT.
010590*
010600*----------------------------------------------------------------*
010610*    5000-UPDATE-CASE - MOVE A CASE ON AND/OR ADD TO ITS NOTES.
010620*    ONLY A CASE STILL UNDER INVESTIGATION CAN BE CHANGED; ONCE
010630*    REFUNDED, VOIDED OR REJECTED IT IS CLOSED. A REFUND TAKES
010640*    THE YEN GIVEN BACK. A VOID IS ONLY ACCEPTED ONCE OMIVOID
010650*    HAS APPENDED THE DRAW'S REVERSAL TO THE LOG, AND THE CASE
010660*    IS LINKED TO THAT REVERSAL AND CARRIES ITS FEE AS THE
010670*    REFUND. A BLANK ANSWER KEEPS WHAT IS ON FILE.
010680*----------------------------------------------------------------*
010690 5000-UPDATE-CASE.
010700     IF PND-COUNT = PND-TABLE-LIMIT
010710         DISPLAY 'REFUSED - CHANGE LIMIT REACHED, SAVE WITH S'
010720             ' FIRST.'
010730         GO TO 5000-EXIT
010740     END-IF.
010750     PERFORM 7900-GET-EXISTING-CASE THRU 7900-EXIT.
010760     IF CST-MATCH-SUB = ZERO
010770         GO TO 5000-EXIT
010780     END-IF.
010790     IF NOT CST-INVESTIGATING(CST-MATCH-SUB)
010800         DISPLAY 'REFUSED - CASE ' CST-CASE-NO(CST-MATCH-SUB)
010810             ' IS CLOSED.'
010820         GO TO 5000-EXIT
010830     END-IF.
010840     DISPLAY 'NEW STATUS (R=REFUNDED V=VOIDED X=REJECTED,'
010850         ' BLANK TO KEEP): ' WITH NO ADVANCING.
010860     MOVE SPACE TO CHG-STATUS.
010870     ACCEPT CHG-STATUS.
010880     INSPECT CHG-STATUS CONVERTING 'irvx' TO 'IRVX'.
010890     IF CHG-STATUS NOT = SPACE AND NOT CHG-VALID-STATUS
010900         DISPLAY 'REFUSED - STATUS MUST BE R, V OR X.'
010910         GO TO 5000-EXIT
010920     END-IF.
010930     IF CHG-INVESTIGATING
010940         MOVE SPACE TO CHG-STATUS
010950     END-IF.
010960     DISPLAY 'NOTES (BLANK TO KEEP): ' WITH NO ADVANCING.
010970     MOVE SPACES TO CHG-NOTES.
010980     ACCEPT CHG-NOTES.
010990     IF CHG-NOTES = CST-NOTES(CST-MATCH-SUB)
011000         MOVE SPACES TO CHG-NOTES
011010     END-IF.
011020     IF CHG-STATUS = SPACE AND CHG-NOTES = SPACES
011030         DISPLAY 'NOTHING CHANGED.'
011040         GO TO 5000-EXIT
011050     END-IF.
011060     MOVE ZERO TO CHG-REFUND-AMOUNT.
011070     MOVE 'N' TO REV-SWITCH.
011080     IF CHG-REFUNDED
011090         PERFORM 5200-GET-REFUND-AMOUNT THRU 5200-EXIT
011100         IF CHG-REFUND-AMOUNT = ZERO
011110             GO TO 5000-EXIT
011120         END-IF
011130     END-IF.
011140     IF CHG-VOIDED
011150         PERFORM 5100-FIND-REVERSAL THRU 5100-EXIT
011160         IF NOT REV-FOUND
011170             DISPLAY 'REFUSED - NO REVERSAL FOR THIS DRAW ON'
011180                 ' OMILOG. VOID IT WITH OMIVOID FIRST.'
011190             GO TO 5000-EXIT
011200         END-IF
011210         MOVE REV-FEE-AMOUNT TO CHG-REFUND-AMOUNT
011220         DISPLAY '  REVERSAL ON OMILOG AT ' REV-LOG-TIME
011230             ', FEE ' REV-FEE-AMOUNT ' YEN.'
011240     END-IF.
011250     DISPLAY 'COMMIT THIS CHANGE (Y/N)? ' WITH NO ADVANCING.
011260     ACCEPT WS-ANSWER.
011270     IF WS-ANSWER NOT = 'Y' AND WS-ANSWER NOT = 'y'
011280         DISPLAY 'CHANGE DISCARDED.'
011290         GO TO 5000-EXIT
011300     END-IF.
011310     PERFORM 5300-APPLY-CHANGE THRU 5300-EXIT.
011320     PERFORM 4900-QUEUE-ACCESS-ENTRY THRU 4900-EXIT.
011330     DISPLAY 'CHANGE ACCEPTED - SAVE WITH S TO MAKE IT'
011340         ' PERMANENT.'.
011350 5000-EXIT.
011360     EXIT.
011370*
011380*----------------------------------------------------------------*
011390*    5100-FIND-REVERSAL - LOOK ON THE DRAW LOG FOR THE PAY-TYPE
011400*    V REVERSAL OF THE CASE'S DRAW: SAME DRAW DATE, SITE, LOT
011410*    AND SERIAL, AND FOR A KIOSK DRAW THE SAME DRAW TIME. WHEN
011420*    THE DRAW WAS SOMEHOW REVERSED MORE THAN ONCE THE LAST
011430*    REVERSAL WINS.
011440*----------------------------------------------------------------*
011450 5100-FIND-REVERSAL.
011460     MOVE 'N' TO REV-SWITCH.
011470     MOVE ZERO TO REV-LOG-TIME REV-FEE-AMOUNT.
011480     OPEN INPUT DRAW-LOG-FILE.
011490     IF WS-LOG-STATUS = '35'
011500         GO TO 5100-EXIT
011510     END-IF.
011520     PERFORM 5110-READ-ONE-LOG-RECORD THRU 5110-EXIT
011530         UNTIL WS-LOG-STATUS = '10'.
011540     CLOSE DRAW-LOG-FILE.
011550 5100-EXIT.
011560     EXIT.
011570*
011580 5110-READ-ONE-LOG-RECORD.
011590     READ DRAW-LOG-FILE
011600         AT END
011610             MOVE '10' TO WS-LOG-STATUS
011620     END-READ.
011630     IF WS-LOG-STATUS = '10'
011640         GO TO 5110-EXIT
011650     END-IF.
011660     IF NOT DLR-FEE-VOIDED
011670         GO TO 5110-EXIT
011680     END-IF.
011690     IF DLR-LOT-NO IS NUMERIC
011700         MOVE DLR-LOT-NO TO REV-LOT-NO
011710     ELSE
011720         MOVE ZERO TO REV-LOT-NO
011730     END-IF.
011740     IF DLR-DRAW-DATE NOT = CST-DRAW-DATE(CST-MATCH-SUB)
011750      OR DLR-SITE-ID NOT = CST-SITE-ID(CST-MATCH-SUB)
011760      OR REV-LOT-NO NOT = CST-LOT-NO(CST-MATCH-SUB)
011770      OR DLR-SLIP-NO NOT = CST-SLIP-NO(CST-MATCH-SUB)
011780         GO TO 5110-EXIT
011790     END-IF.
011800     IF CST-LOT-NO(CST-MATCH-SUB) = ZERO
011810      AND DLR-DRAW-TIME NOT = CST-DRAW-TIME(CST-MATCH-SUB)
011820         GO TO 5110-EXIT
011830     END-IF.
011840     SET REV-FOUND TO TRUE.
011850     MOVE DLR-DRAW-TIME TO REV-LOG-TIME.
011860     IF DLR-FEE-AMOUNT IS NUMERIC
011870         MOVE DLR-FEE-AMOUNT TO REV-FEE-AMOUNT
011880     ELSE
011890         MOVE ZERO TO REV-FEE-AMOUNT
011900     END-IF.
011910 5110-EXIT.
011920     EXIT.
011930*
011940 5200-GET-REFUND-AMOUNT.
011950     DISPLAY 'YEN REFUNDED TO THE VISITOR (1-99999): '
011960         WITH NO ADVANCING.
011970     MOVE SPACES TO WS-ENTRY-INPUT.
011980     ACCEPT WS-ENTRY-INPUT.
011990     PERFORM 8000-EDIT-NUMERIC-ENTRY THRU 8000-EXIT.
012000     IF WS-ENTRY-NOT-VALID
012010      OR WS-ENTRY-NUMBER < 1 OR WS-ENTRY-NUMBER > 99999
012020         DISPLAY 'REFUSED - REFUND MUST BE 1 THROUGH 99999 YEN.'
012030         GO TO 5200-EXIT
012040     END-IF.
012050     MOVE WS-ENTRY-NUMBER TO CHG-REFUND-AMOUNT.
012060 5200-EXIT.
012070     EXIT.
012080*
012090*----------------------------------------------------------------*
012100*    5300-APPLY-CHANGE - PUT THE ACCEPTED CHANGE ON THE CASE IN
012110*    STORAGE AND BUILD THE ACCESS-LOG TEXT SAYING WHAT CHANGED.
012120*----------------------------------------------------------------*
012130 5300-APPLY-CHANGE.
012140     MOVE SPACES TO CHG-TEXT.
012150     MOVE 1 TO CHG-POINTER.
012160     STRING 'CASE ' DELIMITED BY SIZE
012170         CST-CASE-NO(CST-MATCH-SUB) DELIMITED BY SIZE
012180         INTO CHG-TEXT WITH POINTER CHG-POINTER.
012190     IF CHG-STATUS NOT = SPACE
012200         STRING ' STATUS ' DELIMITED BY SIZE
012210             CST-STATUS(CST-MATCH-SUB) DELIMITED BY SIZE
012220             '>' DELIMITED BY SIZE
012230             CHG-STATUS DELIMITED BY SIZE
012240             INTO CHG-TEXT WITH POINTER CHG-POINTER
012250         MOVE CHG-STATUS TO CST-STATUS(CST-MATCH-SUB)
012260         MOVE CHG-REFUND-AMOUNT
012270             TO CST-REFUND-AMOUNT(CST-MATCH-SUB)
012280     END-IF.
012290     IF CHG-REFUNDED OR CHG-VOIDED
012300         STRING ' YEN ' DELIMITED BY SIZE
012310             CHG-REFUND-AMOUNT DELIMITED BY SIZE
012320             INTO CHG-TEXT WITH POINTER CHG-POINTER
012330     END-IF.
012340     IF CHG-VOIDED
012350         MOVE REV-LOG-TIME TO CST-REVERSAL-TIME(CST-MATCH-SUB)
012360         STRING ' REVERSAL ' DELIMITED BY SIZE
012370             REV-LOG-TIME DELIMITED BY SIZE
012380             INTO CHG-TEXT WITH POINTER CHG-POINTER
012390     END-IF.
012400     IF CHG-NOTES NOT = SPACES
012410         MOVE CHG-NOTES TO CST-NOTES(CST-MATCH-SUB)
012420         STRING ' NOTES' DELIMITED BY SIZE
012430             INTO CHG-TEXT WITH POINTER CHG-POINTER
012440     END-IF.
012450     MOVE WS-CURRENT-DATE TO CST-STATUS-DATE(CST-MATCH-SUB).
012460     MOVE WS-OPERATOR-ID  TO CST-STATUS-BY(CST-MATCH-SUB).
012470 5300-EXIT.
012480     EXIT.
012490*
012500*----------------------------------------------------------------*
012510*    6000-SAVE-AND-QUIT - REWRITE THE CASE REGISTER FROM
012520*    STORAGE, APPEND THE SESSION'S CHANGES TO THE ACCESS LOG AND
012530*    END THE RUN. A REGISTER THAT DID NOT FIT THE TABLE IS NEVER
012540*    REWRITTEN, SINCE THE CASES LEFT OUT WOULD BE LOST.
012550*----------------------------------------------------------------*
012560 6000-SAVE-AND-QUIT.
012570     IF CST-OVERFLOWED
012580         DISPLAY 'REFUSED - THE CASE REGISTER DID NOT FIT IN'
012590             ' STORAGE. NOTHING SAVED.'
012600         GO TO 6000-EXIT
012610     END-IF.
012620     OPEN OUTPUT CASE-FILE.
012630     IF WS-DSC-STATUS NOT = '00'
012640         DISPLAY 'OMIDISP: CANNOT WRITE OMIDSPC (STATUS '
012650             WS-DSC-STATUS ') - NOTHING SAVED.'
012660         MOVE 'S' TO WS-OPS-SEVERITY
012670         MOVE 'DSP0003' TO WS-OPS-CODE
012680         MOVE 'CANNOT WRITE OMIDSPC - CASE CHANGES NOT SAVED'
012690             TO WS-OPS-TEXT
012700         PERFORM 8800-WRITE-OPS-MESSAGE THRU 8800-EXIT
012710         GO TO 6000-EXIT
012720     END-IF.
012730     PERFORM 6100-WRITE-ONE-CASE THRU 6100-EXIT
012740         VARYING CST-SUB FROM 1 BY 1
012750         UNTIL CST-SUB > CST-RECORD-COUNT.
012760     CLOSE CASE-FILE.
012770     DISPLAY 'OMIDISP: ' CST-RECORD-COUNT
012780         ' CASE RECORD(S) WRITTEN.'.
012790     PERFORM 6200-WRITE-ACCESS-ENTRIES THRU 6200-EXIT.
012800     SET WS-USER-DONE TO TRUE.
012810 6000-EXIT.
012820     EXIT.
012830*
012840 6100-WRITE-ONE-CASE.
012850     MOVE CST-ENTRY(CST-SUB) TO DISPUTE-CASE-RECORD.
012860     WRITE DISPUTE-CASE-RECORD.
012870 6100-EXIT.
012880     EXIT.
012890*
012900 6200-WRITE-ACCESS-ENTRIES.
012910     IF PND-COUNT = ZERO
012920         GO TO 6200-EXIT
012930     END-IF.
012940     MOVE 'P' TO WS-ACL-EVENT.
012950     PERFORM 6210-WRITE-ONE-ACCESS-ENTRY THRU 6210-EXIT
012960         VARYING PND-SUB FROM 1 BY 1 UNTIL PND-SUB > PND-COUNT.
012970     DISPLAY 'OMIDISP: ' PND-COUNT
012980         ' CHANGE(S) WRITTEN TO THE ACCESS LOG.'.
012990     MOVE ZERO TO PND-COUNT.
013000 6200-EXIT.
013010     EXIT.
013020*
013030 6210-WRITE-ONE-ACCESS-ENTRY.
013040     MOVE PND-TEXT(PND-SUB) TO WS-ACL-TEXT.
013050     PERFORM 8700-WRITE-ACCESS-LOG THRU 8700-EXIT.
013060 6210-EXIT.
013070     EXIT.
013080*
013090*----------------------------------------------------------------*
013100*    7000-PRINT-OPEN-CASES - LIST EVERY CASE STILL UNDER
013110*    INVESTIGATION ON OMIDSPL, OLDEST FIRST, WITH THE DRAW IT IS
013120*    AGAINST, THE VISITOR'S CONTACT AND THE NOTES. THE LIST IS
013130*    TAKEN FROM STORAGE, SO IT SHOWS THIS SESSION'S CHANGES.
013140*----------------------------------------------------------------*
013150 7000-PRINT-OPEN-CASES.
013160     OPEN OUTPUT OPEN-LIST-FILE.
013170     IF WS-DSL-STATUS NOT = '00'
013180         DISPLAY 'OMIDISP: CANNOT OPEN OMIDSPL (STATUS '
013190             WS-DSL-STATUS ') - NO REPORT.'
013200         MOVE 'S' TO WS-OPS-SEVERITY
013210         MOVE 'DSP0004' TO WS-OPS-CODE
013220         MOVE 'CANNOT OPEN OMIDSPL - NO OPEN-CASES REPORT'
013230             TO WS-OPS-TEXT
013240         PERFORM 8800-WRITE-OPS-MESSAGE THRU 8800-EXIT
013250         GO TO 7000-EXIT
013260     END-IF.
013270     MOVE ZERO TO WS-LISTED-COUNT.
013280     MOVE SPACES TO WS-PRINT-LINE.
013290     STRING 'OMIDISP - OPEN VISITOR DISPUTE CASES AS AT '
013300         DELIMITED BY SIZE
013310         WS-CURRENT-DATE DELIMITED BY SIZE
013320         INTO WS-PRINT-LINE.
013330     PERFORM 8750-WRITE-OPEN-LINE THRU 8750-EXIT.
013340     MOVE SPACES TO WS-PRINT-LINE.
013350     STRING ' CASE   OPENED   DRAWN ON SITE   LOT  SLIP   SEQ'
013360         DELIMITED BY SIZE
013370         ' T CONTACT' DELIMITED BY SIZE
013380         INTO WS-PRINT-LINE.
013390     PERFORM 8750-WRITE-OPEN-LINE THRU 8750-EXIT.
013400     PERFORM 7100-PRINT-ONE-OPEN-CASE THRU 7100-EXIT
013410         VARYING CST-SUB FROM 1 BY 1
013420         UNTIL CST-SUB > CST-RECORD-COUNT.
013430     MOVE SPACES TO WS-PRINT-LINE.
013440     PERFORM 8750-WRITE-OPEN-LINE THRU 8750-EXIT.
013450     MOVE WS-LISTED-COUNT TO WS-COUNT-ED.
013460     MOVE SPACES TO WS-PRINT-LINE.
013470     STRING '  OPEN CASES: ' DELIMITED BY SIZE
013480         WS-COUNT-ED DELIMITED BY SIZE
013490         '   TYPES W=WRONG FORTUNE D=DAMAGED/WET'
013500         DELIMITED BY SIZE
013510         INTO WS-PRINT-LINE.
013520     PERFORM 8750-WRITE-OPEN-LINE THRU 8750-EXIT.
013530     MOVE '  N=NOT DISPENSED F=FEE O=OTHER'
013540         TO WS-PRINT-LINE.
013550     PERFORM 8750-WRITE-OPEN-LINE THRU 8750-EXIT.
013560     CLOSE OPEN-LIST-FILE.
013570 7000-EXIT.
013580     EXIT.
013590*
013600 7100-PRINT-ONE-OPEN-CASE.
013610     IF NOT CST-INVESTIGATING(CST-SUB)
013620         GO TO 7100-EXIT
013630     END-IF.
013640     ADD 1 TO WS-LISTED-COUNT.
013650     MOVE CST-CASE-NO(CST-SUB)        TO RPT-CASE-NO.
013660     MOVE CST-OPEN-DATE(CST-SUB)      TO RPT-OPEN-DATE.
013670     MOVE CST-DRAW-DATE(CST-SUB)      TO RPT-DRAW-DATE.
013680     MOVE CST-SITE-ID(CST-SUB)        TO RPT-SITE-ID.
013690     MOVE CST-LOT-NO(CST-SUB)         TO RPT-LOT-NO.
013700     MOVE CST-SLIP-NO(CST-SUB)        TO RPT-SLIP-NO.
013710     MOVE CST-DRAW-SEQ(CST-SUB)       TO RPT-DRAW-SEQ.
013720     MOVE CST-COMPLAINT-TYPE(CST-SUB) TO RPT-COMPLAINT-TYPE.
013730     MOVE CST-CONTACT(CST-SUB)        TO RPT-CONTACT.
013740     MOVE RPT-CASE-LINE TO WS-PRINT-LINE.
013750     PERFORM 8750-WRITE-OPEN-LINE THRU 8750-EXIT.
013760     IF CST-NOTES(CST-SUB) NOT = SPACES
013770         MOVE CST-NOTES(CST-SUB) TO RPT-NOTES
013780         MOVE RPT-NOTES-LINE TO WS-PRINT-LINE
013790         PERFORM 8750-WRITE-OPEN-LINE THRU 8750-EXIT
013800     END-IF.
013810 7100-EXIT.
013820     EXIT.
013830*
013840*----------------------------------------------------------------*
013850*    7500-MONTHLY-SUMMARY - FOR THE CASES OPENED IN ONE MONTH
013860*    (BLANK FOR THE BUSINESS MONTH), PRINT ON OMIDSPS ONE LINE
013870*    PER SITE COUNTING THE CASES BY COMPLAINT TYPE AND BY WHERE
013880*    EACH STANDS NOW, WITH THE YEN GIVEN BACK, AND A TOTAL LINE.
013890*----------------------------------------------------------------*
013900 7500-MONTHLY-SUMMARY.
013910     DISPLAY 'MONTH (YYYYMM, BLANK FOR THIS MONTH): '
013920         WITH NO ADVANCING.
013930     MOVE SPACES TO WS-ENTRY-INPUT.
013940     ACCEPT WS-ENTRY-INPUT.
013950     PERFORM 8000-EDIT-NUMERIC-ENTRY THRU 8000-EXIT.
013960     IF WS-ENTRY-NOT-VALID OR WS-ENTRY-NUMBER > 999999
013970         DISPLAY 'REFUSED - MONTH MUST BE YYYYMM OR BLANK.'
013980         GO TO 7500-EXIT
013990     END-IF.
014000     IF WS-ENTRY-NUMBER = ZERO
014010         DIVIDE WS-CURRENT-DATE BY 100
014020             GIVING WS-SUMMARY-MONTH
014030     ELSE
014040         MOVE WS-ENTRY-NUMBER TO WS-SUMMARY-MONTH
014050     END-IF.
014060     DIVIDE WS-SUMMARY-MONTH BY 100 GIVING WS-MONTH-YEAR
014070         REMAINDER WS-MONTH-MM.
014080     IF WS-MONTH-MM < 1 OR WS-MONTH-MM > 12
014090      OR WS-MONTH-YEAR < 1998
014100         DISPLAY 'REFUSED - MONTH MUST BE YYYYMM OR BLANK.'
014110         GO TO 7500-EXIT
014120     END-IF.
014130     OPEN OUTPUT SUMMARY-FILE.
014140     IF WS-DSS-STATUS NOT = '00'
014150         DISPLAY 'OMIDISP: CANNOT OPEN OMIDSPS (STATUS '
014160             WS-DSS-STATUS ') - NO REPORT.'
014170         MOVE 'S' TO WS-OPS-SEVERITY
014180         MOVE 'DSP0004' TO WS-OPS-CODE
014190         MOVE 'CANNOT OPEN OMIDSPS - NO DISPUTE SUMMARY'
014200             TO WS-OPS-TEXT
014210         PERFORM 8800-WRITE-OPS-MESSAGE THRU 8800-EXIT
014220         GO TO 7500-EXIT
014230     END-IF.
014240     INITIALIZE SUM-TABLE SUM-TOTAL-ENTRY.
014250     MOVE ZERO TO SUM-SITE-COUNT.
014260     MOVE 'N' TO SUM-OVERFLOW-SWITCH.
014270     PERFORM 7510-TALLY-ONE-CASE THRU 7510-EXIT
014280         VARYING CST-SUB FROM 1 BY 1
014290         UNTIL CST-SUB > CST-RECORD-COUNT.
014300     PERFORM 7600-PRINT-SUMMARY THRU 7600-EXIT.
014310     CLOSE SUMMARY-FILE.
014320     IF SUM-OVERFLOWED
014330         DISPLAY 'OMIDISP: MORE THAN ' SUM-TABLE-LIMIT
014340             ' SITES - SOME CASES LEFT OFF THE SUMMARY.'
014350         MOVE 'W' TO WS-OPS-SEVERITY
014360         MOVE 'DSP0005' TO WS-OPS-CODE
014370         MOVE 'DISPUTE SUMMARY SITE TABLE FULL - SITES LEFT OFF'
014380             TO WS-OPS-TEXT
014390         PERFORM 8800-WRITE-OPS-MESSAGE THRU 8800-EXIT
014400     END-IF.
014410 7500-EXIT.
014420     EXIT.
014430*
014440 7510-TALLY-ONE-CASE.
014450     DIVIDE CST-OPEN-DATE(CST-SUB) BY 100 GIVING WS-CASE-MONTH.
014460     IF WS-CASE-MONTH NOT = WS-SUMMARY-MONTH
014470         GO TO 7510-EXIT
014480     END-IF.
014490     PERFORM 7520-FIND-SUMMARY-SITE THRU 7520-EXIT.
014500     IF SUM-MATCH-SUB = ZERO
014510         GO TO 7510-EXIT
014520     END-IF.
014530     MOVE ZERO TO TYP-MATCH-SUB.
014540     PERFORM 7530-MATCH-ONE-TYPE THRU 7530-EXIT
014550         VARYING TYP-SUB FROM 1 BY 1
014560         UNTIL TYP-SUB > 5 OR TYP-MATCH-SUB > ZERO.
014570     IF TYP-MATCH-SUB = ZERO
014580         MOVE 5 TO TYP-MATCH-SUB
014590     END-IF.
014600     ADD 1 TO SUM-TYPE-COUNT(SUM-MATCH-SUB, TYP-MATCH-SUB)
014610              SUM-TOTAL-TYPE(TYP-MATCH-SUB).
014620     ADD 1 TO SUM-CASE-COUNT(SUM-MATCH-SUB) SUM-TOTAL-CASES.
014630     IF CST-INVESTIGATING(CST-SUB)
014640         ADD 1 TO SUM-OPEN-COUNT(SUM-MATCH-SUB) SUM-TOTAL-OPEN
014650     END-IF.
014660     IF CST-REFUNDED(CST-SUB)
014670         ADD 1 TO SUM-REFUNDED-COUNT(SUM-MATCH-SUB)
014680                  SUM-TOTAL-REFUNDED
014690     END-IF.
014700     IF CST-VOIDED(CST-SUB)
014710         ADD 1 TO SUM-VOIDED-COUNT(SUM-MATCH-SUB)
014720                  SUM-TOTAL-VOIDED
014730     END-IF.
014740     IF CST-REJECTED(CST-SUB)
014750         ADD 1 TO SUM-REJECTED-COUNT(SUM-MATCH-SUB)
014760                  SUM-TOTAL-REJECTED
014770     END-IF.
014780     ADD CST-REFUND-AMOUNT(CST-SUB)
014790         TO SUM-REFUND-YEN(SUM-MATCH-SUB) SUM-TOTAL-YEN.
014800 7510-EXIT.
014810     EXIT.
014820*
014830*----------------------------------------------------------------*
014840*    7520-FIND-SUMMARY-SITE - FIND THE CASE'S SITE IN THE
014850*    SUMMARY TABLE, ADDING IT WHEN NEW. A SITE BEYOND THE TABLE
014860*    LEAVES SUM-MATCH-SUB ZERO AND IS FLAGGED.
014870*----------------------------------------------------------------*
014880 7520-FIND-SUMMARY-SITE.
014890     MOVE ZERO TO SUM-MATCH-SUB.
014900     PERFORM 7525-MATCH-ONE-SITE THRU 7525-EXIT
014910         VARYING SUM-SUB FROM 1 BY 1
014920         UNTIL SUM-SUB > SUM-SITE-COUNT OR SUM-MATCH-SUB > ZERO.
014930     IF SUM-MATCH-SUB > ZERO
014940         GO TO 7520-EXIT
014950     END-IF.
014960     IF SUM-SITE-COUNT = SUM-TABLE-LIMIT
014970         SET SUM-OVERFLOWED TO TRUE
014980         GO TO 7520-EXIT
014990     END-IF.
015000     ADD 1 TO SUM-SITE-COUNT.
015010     MOVE SUM-SITE-COUNT TO SUM-MATCH-SUB.
015020     MOVE CST-SITE-ID(CST-SUB) TO SUM-SITE-ID(SUM-MATCH-SUB).
015030 7520-EXIT.
015040     EXIT.
015050*
015060 7525-MATCH-ONE-SITE.
015070     IF SUM-SITE-ID(SUM-SUB) = CST-SITE-ID(CST-SUB)
015080         MOVE SUM-SUB TO SUM-MATCH-SUB
015090     END-IF.
015100 7525-EXIT.
015110     EXIT.
015120*
015130 7530-MATCH-ONE-TYPE.
015140     IF TYP-CODE(TYP-SUB) = CST-COMPLAINT-TYPE(CST-SUB)
015150         MOVE TYP-SUB TO TYP-MATCH-SUB
015160     END-IF.
015170 7530-EXIT.
015180     EXIT.
015190*
015200*----------------------------------------------------------------*
015210*    7600-PRINT-SUMMARY - THE SUMMARY HEADINGS, ONE LINE PER
015220*    SITE IN THE ORDER FIRST MET, THE TOTAL LINE AND A KEY.
015230*----------------------------------------------------------------*
015240 7600-PRINT-SUMMARY.
015250     MOVE SPACES TO WS-PRINT-LINE.
015260     STRING 'OMIDISP - VISITOR DISPUTE SUMMARY FOR MONTH '
015270         DELIMITED BY SIZE
015280         WS-SUMMARY-MONTH DELIMITED BY SIZE
015290         INTO WS-PRINT-LINE.
015300     PERFORM 8760-WRITE-SUMMARY-LINE THRU 8760-EXIT.
015310     MOVE SPACES TO WS-PRINT-LINE.
015320     STRING '             COMPLAINT TYPE'
015330         DELIMITED BY SIZE
015340         '                   CASES NOW'
015350         DELIMITED BY SIZE
015360         INTO WS-PRINT-LINE.
015370     PERFORM 8760-WRITE-SUMMARY-LINE THRU 8760-EXIT.
015380     MOVE SPACES TO WS-PRINT-LINE.
015390     STRING ' SITE     W     D     N     F     O'
015400         DELIMITED BY SIZE
015410         ' TOTAL  OPEN  REFD  VOID  REJD   REFUND'
015420         DELIMITED BY SIZE
015430         INTO WS-PRINT-LINE.
015440     PERFORM 8760-WRITE-SUMMARY-LINE THRU 8760-EXIT.
015450     PERFORM 7610-PRINT-ONE-SITE THRU 7610-EXIT
015460         VARYING SUM-SUB FROM 1 BY 1
015470         UNTIL SUM-SUB > SUM-SITE-COUNT.
015480     MOVE 'ALL ' TO RPT-SUM-SITE-ID.
015490     PERFORM 7620-MOVE-ONE-TOTAL-TYPE THRU 7620-EXIT
015500         VARYING TYP-SUB FROM 1 BY 1 UNTIL TYP-SUB > 5.
015510     MOVE SUM-TOTAL-CASES    TO RPT-SUM-CASES.
015520     MOVE SUM-TOTAL-OPEN     TO RPT-SUM-OPEN.
015530     MOVE SUM-TOTAL-REFUNDED TO RPT-SUM-REFUNDED.
015540     MOVE SUM-TOTAL-VOIDED   TO RPT-SUM-VOIDED.
015550     MOVE SUM-TOTAL-REJECTED TO RPT-SUM-REJECTED.
015560     MOVE SUM-TOTAL-YEN      TO RPT-SUM-YEN.
015570     MOVE SPACES TO WS-PRINT-LINE.
015580     PERFORM 8760-WRITE-SUMMARY-LINE THRU 8760-EXIT.
015590     MOVE RPT-SUMMARY-LINE TO WS-PRINT-LINE.
015600     PERFORM 8760-WRITE-SUMMARY-LINE THRU 8760-EXIT.
015610     MOVE SPACES TO WS-PRINT-LINE.
015620     PERFORM 8760-WRITE-SUMMARY-LINE THRU 8760-EXIT.
015630     MOVE '  W=WRONG FORTUNE D=DAMAGED/WET N=NOT DISPENSED'
015640         TO WS-PRINT-LINE.
015650     PERFORM 8760-WRITE-SUMMARY-LINE THRU 8760-EXIT.
015660     MOVE '  F=FEE O=OTHER   REFUND IS YEN GIVEN BACK'
015670         TO WS-PRINT-LINE.
015680     PERFORM 8760-WRITE-SUMMARY-LINE THRU 8760-EXIT.
015690 7600-EXIT.
015700     EXIT.
015710*
015720 7610-PRINT-ONE-SITE.
015730     MOVE SUM-SITE-ID(SUM-SUB) TO RPT-SUM-SITE-ID.
015740     PERFORM 7615-MOVE-ONE-SITE-TYPE THRU 7615-EXIT
015750         VARYING TYP-SUB FROM 1 BY 1 UNTIL TYP-SUB > 5.
015760     MOVE SUM-CASE-COUNT(SUM-SUB)     TO RPT-SUM-CASES.
015770     MOVE SUM-OPEN-COUNT(SUM-SUB)     TO RPT-SUM-OPEN.
015780     MOVE SUM-REFUNDED-COUNT(SUM-SUB) TO RPT-SUM-REFUNDED.
015790     MOVE SUM-VOIDED-COUNT(SUM-SUB)   TO RPT-SUM-VOIDED.
015800     MOVE SUM-REJECTED-COUNT(SUM-SUB) TO RPT-SUM-REJECTED.
015810     MOVE SUM-REFUND-YEN(SUM-SUB)     TO RPT-SUM-YEN.
015820     MOVE RPT-SUMMARY-LINE TO WS-PRINT-LINE.
015830     PERFORM 8760-WRITE-SUMMARY-LINE THRU 8760-EXIT.
015840 7610-EXIT.
015850     EXIT.
015860*
015870 7615-MOVE-ONE-SITE-TYPE.
015880     MOVE SPACE TO RPT-SUM-TYPE-GROUP(TYP-SUB).
015890     MOVE SUM-TYPE-COUNT(SUM-SUB, TYP-SUB)
015900         TO RPT-SUM-TYPE-COUNT(TYP-SUB).
015910 7615-EXIT.
015920     EXIT.
015930*
015940 7620-MOVE-ONE-TOTAL-TYPE.
015950     MOVE SPACE TO RPT-SUM-TYPE-GROUP(TYP-SUB).
015960     MOVE SUM-TOTAL-TYPE(TYP-SUB)
015970         TO RPT-SUM-TYPE-COUNT(TYP-SUB).
015980 7620-EXIT.
015990     EXIT.
016000*
016010*----------------------------------------------------------------*
016020*    7900-GET-EXISTING-CASE - ASK FOR THE NUMBER OF A CASE ON
016030*    FILE AND SHOW WHAT IS HELD FOR IT. A NUMBER NOT ON FILE IS
016040*    REFUSED AND LEAVES CST-MATCH-SUB ZERO.
016050*----------------------------------------------------------------*
016060 7900-GET-EXISTING-CASE.
016070     MOVE ZERO TO CST-MATCH-SUB.
016080     DISPLAY 'CASE NUMBER: ' WITH NO ADVANCING.
016090     MOVE SPACES TO WS-ENTRY-INPUT.
016100     ACCEPT WS-ENTRY-INPUT.
016110     PERFORM 8000-EDIT-NUMERIC-ENTRY THRU 8000-EXIT.
016120     IF WS-ENTRY-NOT-VALID OR WS-ENTRY-NUMBER = ZERO
016130      OR WS-ENTRY-NUMBER > 99999
016140         DISPLAY 'REFUSED - A CASE NUMBER IS REQUIRED.'
016150         GO TO 7900-EXIT
016160     END-IF.
016170     MOVE WS-ENTRY-NUMBER TO CST-LOOKUP-NO.
016180     PERFORM 7910-MATCH-ONE-CASE THRU 7910-EXIT
016190         VARYING CST-SUB FROM 1 BY 1
016200         UNTIL CST-SUB > CST-RECORD-COUNT
016210            OR CST-MATCH-SUB > ZERO.
016220     IF CST-MATCH-SUB = ZERO
016230         DISPLAY 'REFUSED - CASE ' CST-LOOKUP-NO
016240             ' IS NOT ON FILE.'
016250         GO TO 7900-EXIT
016260     END-IF.
016270     DISPLAY '  CASE ' CST-CASE-NO(CST-MATCH-SUB)
016280         ' OPENED ' CST-OPEN-DATE(CST-MATCH-SUB)
016290         ' BY ' CST-OPENED-BY(CST-MATCH-SUB)
016300         '  TYPE ' CST-COMPLAINT-TYPE(CST-MATCH-SUB)
016310         '  STATUS ' CST-STATUS(CST-MATCH-SUB).
016320     DISPLAY '  DRAW ' CST-DRAW-DATE(CST-MATCH-SUB)
016330         ' SITE ' CST-SITE-ID(CST-MATCH-SUB)
016340         ' LOT ' CST-LOT-NO(CST-MATCH-SUB)
016350         ' SLIP ' CST-SLIP-NO(CST-MATCH-SUB)
016360         ' SEQ ' CST-DRAW-SEQ(CST-MATCH-SUB)
016370         ' TIME ' CST-DRAW-TIME(CST-MATCH-SUB).
016380     DISPLAY '  CONTACT ' CST-CONTACT(CST-MATCH-SUB).
016390     DISPLAY '  NOTES ' CST-NOTES(CST-MATCH-SUB).
016400 7900-EXIT.
016410     EXIT.
016420*
016430 7910-MATCH-ONE-CASE.
016440     IF CST-CASE-NO(CST-SUB) = CST-LOOKUP-NO
016450         MOVE CST-SUB TO CST-MATCH-SUB
016460     END-IF.
016470 7910-EXIT.
016480     EXIT.
016490*
016500*----------------------------------------------------------------*
016510*    8000-EDIT-NUMERIC-ENTRY - RIGHT-ALIGN AND ZERO-FILL THE
016520*    TYPED ENTRY AND TEST IT. A BLANK ENTRY IS VALID AS ZERO,
016530*    WHICH EACH PROMPT TREATS AS ITS DEFAULT OR REFUSES.
016540*----------------------------------------------------------------*
016550 8000-EDIT-NUMERIC-ENTRY.
016560     SET WS-ENTRY-NOT-VALID TO TRUE.
016570     MOVE ZERO TO WS-ENTRY-NUMBER.
016580     IF WS-ENTRY-INPUT = SPACES
016590         SET WS-ENTRY-VALID TO TRUE
016600         GO TO 8000-EXIT
016610     END-IF.
016620     MOVE WS-ENTRY-INPUT TO WS-ENTRY-EDITED.
016630     PERFORM 8100-SHIFT-ENTRY-RIGHT THRU 8100-EXIT
016640         UNTIL WS-ENTRY-EDITED(8:1) NOT = SPACE.
016650     INSPECT WS-ENTRY-EDITED REPLACING LEADING ' ' BY '0'.
016660     IF WS-ENTRY-EDITED IS NUMERIC
016670         MOVE WS-ENTRY-EDITED TO WS-ENTRY-NUMBER
016680         SET WS-ENTRY-VALID TO TRUE
016690     END-IF.
016700 8000-EXIT.
016710     EXIT.
016720*
016730 8100-SHIFT-ENTRY-RIGHT.
016740     MOVE WS-ENTRY-EDITED(1:7) TO WS-ENTRY-HOLD.
016750     MOVE '0' TO WS-ENTRY-EDITED(1:1).
016760     MOVE WS-ENTRY-HOLD TO WS-ENTRY-EDITED(2:7).
016770 8100-EXIT.
016780     EXIT.
016790*
016800*----------------------------------------------------------------*
016810*    8700-WRITE-ACCESS-LOG - APPEND THE ACCESS EVENT IN HAND TO
016820*    THE OMIACCL ACCESS LOG UNDER THE SIGNED-ON OPERATOR,
016830*    CREATING THE FILE ON FIRST USE. OPENED AND CLOSED PER
016840*    EVENT SO CONCURRENT COUNTERS INTERLEAVE WHOLE RECORDS. A
016850*    LOG THAT CANNOT BE OPENED LOSES THE EVENT BUT NEVER STOPS
016860*    THE RUN.
016870*----------------------------------------------------------------*
016880 8700-WRITE-ACCESS-LOG.
016890     ACCEPT WS-ACL-TIME FROM TIME.
016900     OPEN EXTEND ACCESS-LOG-FILE.
016910     IF WS-ACL-STATUS = '35'
016920         OPEN OUTPUT ACCESS-LOG-FILE
016930         CLOSE ACCESS-LOG-FILE
016940         OPEN EXTEND ACCESS-LOG-FILE
016950     END-IF.
016960     IF WS-ACL-STATUS NOT = '00'
016970         DISPLAY 'OMIACCL: CANNOT OPEN ACCESS LOG (STATUS '
016980             WS-ACL-STATUS ') - EVENT LOST.'
016990         GO TO 8700-EXIT
017000     END-IF.
017010     MOVE WS-CURRENT-DATE TO ACL-LOG-DATE.
017020     MOVE WS-ACL-TIME     TO ACL-LOG-TIME.
017030     MOVE 'OMIDISP '      TO ACL-PROGRAM-ID.
017040     MOVE WS-OPERATOR-ID  TO ACL-OPERATOR-ID.
017050     MOVE WS-ACL-EVENT    TO ACL-EVENT-TYPE.
017060     MOVE WS-ACL-TEXT     TO ACL-EVENT-TEXT.
017070     WRITE ACCESS-LOG-RECORD.
017080     CLOSE ACCESS-LOG-FILE.
017090 8700-EXIT.
017100     EXIT.
017110*
017120*----------------------------------------------------------------*
017130*    8750-WRITE-OPEN-LINE AND 8760-WRITE-SUMMARY-LINE - PUT THE
017140*    LINE IN HAND ON THE REPORT AND ECHO IT TO THE CONSOLE.
017150*----------------------------------------------------------------*
017160 8750-WRITE-OPEN-LINE.
017170     WRITE OPEN-LIST-RECORD FROM WS-PRINT-LINE.
017180     DISPLAY WS-PRINT-LINE.
017190 8750-EXIT.
017200     EXIT.
017210*
017220 8760-WRITE-SUMMARY-LINE.
017230     WRITE SUMMARY-RECORD FROM WS-PRINT-LINE.
017240     DISPLAY WS-PRINT-LINE.
017250 8760-EXIT.
017260     EXIT.
017270*
017280*----------------------------------------------------------------*
017290*    8800-WRITE-OPS-MESSAGE - APPEND THE MESSAGE IN HAND TO THE
017300*    OMIOPSL OPERATIONS LOG AND RAISE THE RUN'S WORST SEVERITY,
017310*    WHICH BECOMES THE RETURN CODE. OPENED AND CLOSED PER
017320*    MESSAGE SO CONCURRENT JOBS INTERLEAVE WHOLE RECORDS. A LOG
017330*    THAT CANNOT BE OPENED LOSES THE MESSAGE BUT NEVER STOPS
017340*    THE RUN - THE CONSOLE DISPLAY HAS ALREADY BEEN MADE.
017350*----------------------------------------------------------------*
017360 8800-WRITE-OPS-MESSAGE.
017370     IF WS-OPS-SEVERITY = 'S'
017380         MOVE 8 TO WS-HIGHEST-SEVERITY
017390     END-IF.
017400     IF WS-OPS-SEVERITY = 'W' AND WS-HIGHEST-SEVERITY < 4
017410         MOVE 4 TO WS-HIGHEST-SEVERITY
017420     END-IF.
017430     ACCEPT WS-OPS-TIME FROM TIME.
017440     OPEN EXTEND OPS-MESSAGE-FILE.
017450     IF WS-OPS-STATUS = '35'
017460         OPEN OUTPUT OPS-MESSAGE-FILE
017470         CLOSE OPS-MESSAGE-FILE
017480         OPEN EXTEND OPS-MESSAGE-FILE
017490     END-IF.
017500     IF WS-OPS-STATUS NOT = '00'
017510         DISPLAY 'OMIOPSL: CANNOT OPEN OPS LOG (STATUS '
017520             WS-OPS-STATUS ') - MESSAGE LOST.'
017530         GO TO 8800-EXIT
017540     END-IF.
017550     MOVE WS-CURRENT-DATE TO OPR-MSG-DATE.
017560     MOVE WS-OPS-TIME     TO OPR-MSG-TIME.
017570     MOVE 'OMIDISP '      TO OPR-PROGRAM-ID.
017580     MOVE WS-OPS-SEVERITY TO OPR-SEVERITY.
017590     MOVE WS-OPS-CODE     TO OPR-MSG-CODE.
017600     MOVE WS-OPS-TEXT     TO OPR-MSG-TEXT.
017610     WRITE OPS-MESSAGE-RECORD.
017620     CLOSE OPS-MESSAGE-FILE.
017630 8800-EXIT.
017640     EXIT.
017650*
017660*----------------------------------------------------------------*
017670*    9000-TERMINATE - CLOSE THE DRAW MASTER AND END THE RUN.
017680*----------------------------------------------------------------*
017690 9000-TERMINATE.
017700     IF WS-DRAW-MASTER-OPEN
017710         CLOSE DRAW-MASTER-FILE
017720     END-IF.
017730     DISPLAY 'OMIDISP: RUN COMPLETE.'.
017740 9000-EXIT.
017750     EXIT.
