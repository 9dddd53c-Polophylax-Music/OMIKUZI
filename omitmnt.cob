000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. OMITMNT.
000030 AUTHOR. T. SATO.
000040 INSTALLATION. SHRINE SYSTEMS SECTION.
000050 DATE-WRITTEN. 2026-10-03.
000060 DATE-COMPILED.
000070*
000080*    MODIFICATION HISTORY.
000090*    DATE       INIT  DESCRIPTION
000100*    ---------- ----  -----------------------------------------
000110*    2026-10-03 TS    ORIGINAL VERSION. FORTUNE-TEXT MAINTENANCE
000120*                      FOR THE HEAD PRIEST'S OFFICE, REPLACING
000130*                      HAND-EDITS OF THE OMILANG LANGUAGE TEXTS
000140*                      AND THE OMIDETL GUIDANCE LINES IN A TEXT
000150*                      EDITOR. LISTS, ADDS, CHANGES AND RETIRES
000160*                      THE TEXTS PER LANGUAGE AND LEVEL, REFUSES
000170*                      TO LEAVE A LANGUAGE WITHOUT ITS LEVEL-00
000180*                      NAME RECORD OR WITH A BLANK HEADLINE FOR
000190*                      ANY OF LEVELS 1-13, SHOWS A PROOF OF THE
000200*                      SLIP RECORD EXACTLY AS OMSLPFD CARRIES IT
000210*                      BEFORE EACH CHANGE IS KEPT, AND APPENDS
000220*                      EVERY SAVED CHANGE (OLD TEXT, NEW TEXT,
000230*                      OPERATOR, DATE, TIME) TO THE OMITAUD
000240*                      TEXT-CHANGE AUDIT TRAIL. A CLERK MAY LIST
000250*                      AND PROOF; ONLY A SUPERVISOR MAY CHANGE.
000251*    2026-10-14 TS    A TEXT FILE OR AUDIT TRAIL THAT CANNOT BE
000252*                      OPENED IS REPORTED WITH A SEVERE MESSAGE ON
000253*                      THE OMIOPSL OPS LOG. ONLY CHANGES THAT
000254*                      REACHED THEIR FILE ARE AUDITED AND LOGGED;
000255*                      THE REST STAY WAITING FOR ANOTHER SAVE.
000260*
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT LANGUAGE-FILE ASSIGN TO "OMILANG"
000310         ORGANIZATION IS LINE SEQUENTIAL
000320         FILE STATUS IS WS-LNG-STATUS.
000330     SELECT DETAIL-FILE ASSIGN TO "OMIDETL"
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS WS-DTL-STATUS.
000360     SELECT AUDIT-FILE ASSIGN TO "OMITAUD"
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS WS-AUD-STATUS.
000390     SELECT BUSINESS-DATE-FILE ASSIGN TO "OMIBDAT"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-BDT-STATUS.
000420     SELECT OPERATOR-FILE ASSIGN TO "OMIOPER"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-OPM-STATUS.
000450     SELECT ACCESS-LOG-FILE ASSIGN TO "OMIACCL"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-ACL-STATUS.
000472     SELECT OPS-MESSAGE-FILE ASSIGN TO "OMIOPSL"
000474         ORGANIZATION IS LINE SEQUENTIAL
000476         FILE STATUS IS WS-OPS-STATUS.
000480*
000490 DATA DIVISION.
000500 FILE SECTION.
000510 FD  LANGUAGE-FILE
000520     RECORD CONTAINS 375 CHARACTERS.
000530 COPY OMLNGFD.
000540*
000550 FD  DETAIL-FILE
000560     RECORD CONTAINS 302 CHARACTERS.
000570 COPY OMDTLFD.
000580*
000590 FD  AUDIT-FILE
000600     RECORD CONTAINS 157 CHARACTERS.
000610 COPY OMTAUFD.
000620*
000630 FD  BUSINESS-DATE-FILE
000640     RECORD CONTAINS 32 CHARACTERS.
000650 COPY OMBDTFD.
000660*
000670 FD  OPERATOR-FILE
000680     RECORD CONTAINS 60 CHARACTERS.
000690 COPY OMOPRFD.
000700*
000710 FD  ACCESS-LOG-FILE
000720     RECORD CONTAINS 93 CHARACTERS.
000730 COPY OMACLFD.
000740*
000742 FD  OPS-MESSAGE-FILE
000744     RECORD CONTAINS 93 CHARACTERS.
000746 COPY OMOPMFD.
000748*
000750 WORKING-STORAGE SECTION.
000760 01  WS-CURRENT-DATE              PIC 9(08).
000770 01  WS-BDT-STATUS                PIC X(02).
000780 01  WS-CURRENT-TIME              PIC 9(08).
000790 01  WS-LNG-STATUS                PIC X(02).
000800 01  WS-DTL-STATUS                PIC X(02).
000810 01  WS-AUD-STATUS                PIC X(02).
000820 01  WS-CMD                       PIC X(01).
000830 01  WS-ANSWER                    PIC X(01).
000840 01  WS-OPERATOR-ID               PIC X(08).
000850 01  WS-USER-DONE-SWITCH          PIC X(01) VALUE 'N'.
000860     88  WS-USER-DONE                  VALUE 'Y'.
000870 01  WS-MENU-TRIES                PIC 9(02) COMP VALUE ZERO.
000880 01  WS-MENU-TRY-LIMIT            PIC 9(02) COMP VALUE 5.
000881 01  WS-OPER-TRIES                PIC 9(02) COMP.
000882*
000883*    OPERATIONS MESSAGE IN HAND AND THE WORST SEVERITY SEEN
000884*    THIS RUN - 0 CLEAN, 4 WARNING, 8 SEVERE - WHICH BECOMES
000885*    THE RETURN CODE AT END OF RUN.
000886 01  WS-OPS-STATUS                PIC X(02).
000887 01  WS-OPS-TIME                  PIC 9(08).
000888 01  WS-OPS-SEVERITY              PIC X(01).
000889 01  WS-OPS-CODE                  PIC X(08).
000890 01  WS-OPS-TEXT                  PIC X(60).
000891 01  WS-HIGHEST-SEVERITY          PIC 9(01) VALUE ZERO.
000900*
000910*    THE OPERATOR SIGNING ON, AS FOUND ON THE OMIOPER MASTER, AND
000920*    THE ACCESS EVENT IN HAND FOR THE OMIACCL ACCESS LOG -
000930*    S SIGN-ON, R REFUSAL, P PRIVILEGED ACTION.
000940 01  WS-OPM-STATUS                PIC X(02).
000950 01  WS-ACL-STATUS                PIC X(02).
000960 01  WS-ACL-TIME                  PIC 9(08).
000970 01  WS-ACL-EVENT                 PIC X(01).
000980 01  WS-ACL-TEXT                  PIC X(60).
000990 01  WS-OPER-PIN                  PIC X(04).
001000 01  WS-OPER-FILE-PIN             PIC X(04).
001010 01  WS-OPER-NAME                 PIC X(30).
001020 01  WS-OPER-LEVEL                PIC X(01).
001030     88  WS-OPER-SUPERVISOR            VALUE 'S'.
001040     88  WS-OPER-CLERK                 VALUE 'C'.
001050     88  WS-OPER-TELLER                VALUE 'T'.
001060 01  WS-OPER-STATE                PIC X(01).
001070     88  WS-OPER-ACTIVE                VALUE 'A'.
001080 01  WS-OPM-SWITCH                PIC X(01) VALUE 'N'.
001090     88  WS-OPM-FOUND                  VALUE 'Y'.
001100     88  WS-OPM-NOT-FOUND              VALUE 'N'.
001110     88  WS-OPM-MISSING                VALUE 'M'.
001120*
001130*    NUMERIC ENTRY EDITING - TYPED INPUT SITS AT THE LEFT OF
001140*    THE FIELD WITH TRAILING SPACES, SO THE DIGITS ARE SHIFTED
001150*    TO THE RIGHT AND ZERO-FILLED BEFORE THE NUMERIC TEST.
001160 01  WS-ENTRY-INPUT               PIC X(08).
001170 01  WS-ENTRY-EDITED              PIC X(08).
001180 01  WS-ENTRY-HOLD                PIC X(07).
001190 01  WS-ENTRY-NUMBER              PIC 9(08).
001200 01  WS-ENTRY-SWITCH              PIC X(01) VALUE 'N'.
001210     88  WS-ENTRY-VALID                VALUE 'Y'.
001220     88  WS-ENTRY-NOT-VALID            VALUE 'N'.
001230*
001240*    THE WHOLE LANGUAGE FILE HELD IN STORAGE WHILE IT IS WORKED
001250*    ON, EACH ENTRY LAID OUT BYTE FOR BYTE AS THE OMILANG RECORD
001260*    SO A RECORD MOVES IN AND OUT WHOLE. TEXT 1 IS THE HEADLINE,
001270*    TEXTS 2-6 THE HEALTH, BUSINESS, TRAVEL, LOVE AND GENERAL
001280*    GUIDANCE. 100 RECORDS IS THE KIOSK'S SIX LANGUAGES OF 14
001290*    RECORDS EACH WITH ROOM TO SPARE.
001300 01  LTX-TABLE.
001310     05  LTX-ENTRY OCCURS 100 TIMES.
001320         10  LTX-LANG-CODE        PIC X(01).
001330         10  LTX-LEVEL-CODE       PIC 9(02).
001340         10  LTX-LANG-NAME        PIC X(12).
001350         10  LTX-TEXT             PIC X(60) OCCURS 6 TIMES.
001360 01  LTX-COUNT                    PIC 9(03) COMP VALUE ZERO.
001370 01  LTX-TABLE-LIMIT              PIC 9(03) COMP VALUE 100.
001380 01  LTX-SUB                      PIC 9(03) COMP.
001390 01  LTX-MATCH-SUB                PIC 9(03) COMP.
001400 01  LTX-KEEP-COUNT               PIC 9(03) COMP.
001410*
001420*    THE DISTINCT LANGUAGE CODES ON THE LANGUAGE TABLE, BUILT
001430*    WHENEVER EVERY LANGUAGE HAS TO BE WALKED IN TURN.
001440 01  LCD-TABLE.
001450     05  LCD-CODE                 PIC X(01) OCCURS 100 TIMES.
001460 01  LCD-COUNT                    PIC 9(03) COMP VALUE ZERO.
001470 01  LCD-SUB                      PIC 9(03) COMP.
001480 01  LCD-HIT-SUB                  PIC 9(03) COMP.
001490*
001500*    THE DETAIL FILE HELD IN STORAGE BY LEVEL. A LEVEL WITH NO
001510*    RECORD ON FILE HAS SPACES IN ITS ON-FILE SWITCH. TEXTS 1-5
001520*    ARE THE HEALTH, BUSINESS, TRAVEL, LOVE AND GENERAL LINES.
001530 01  DTX-TABLE.
001540     05  DTX-ENTRY OCCURS 13 TIMES.
001550         10  DTX-ON-FILE-SWITCH   PIC X(01).
001560             88  DTX-ON-FILE          VALUE 'Y'.
001570         10  DTX-TEXT             PIC X(60) OCCURS 5 TIMES.
001580 01  DTX-COUNT                    PIC 9(02) COMP VALUE ZERO.
001590 01  DTX-SUB                      PIC 9(02) COMP.
001600 01  DTX-FIELD-SUB                PIC 9(01) COMP.
001610 01  DTX-HOLD-ENTRY               PIC X(301).
001620*
001630*    THE TEXT FIELD NAMES AS THE LISTS, PROMPTS AND AUDIT TRAIL
001640*    SHOW THEM, IN LANGUAGE-TABLE TEXT ORDER.
001650 01  TXF-NAME-VALUES.
001660     05  FILLER                   PIC X(08) VALUE 'HEADLINE'.
001670     05  FILLER                   PIC X(08) VALUE 'HEALTH  '.
001680     05  FILLER                   PIC X(08) VALUE 'BUSINESS'.
001690     05  FILLER                   PIC X(08) VALUE 'TRAVEL  '.
001700     05  FILLER                   PIC X(08) VALUE 'LOVE    '.
001710     05  FILLER                   PIC X(08) VALUE 'GENERAL '.
001720 01  TXF-NAME-TABLE REDEFINES TXF-NAME-VALUES.
001730     05  TXF-NAME                 PIC X(08) OCCURS 6 TIMES.
001740*
001750*    CHANGES ACCEPTED THIS SESSION BUT NOT YET SAVED. THE AUDIT
001760*    RECORDS ARE WRITTEN WHEN THE FILES ARE, SO THE TRAIL NEVER
001765*    SHOWS A CHANGE THAT WAS ABANDONED WITH Q, OR ONE WHOSE FILE
001770*    COULD NOT BE WRITTEN. RETIRING A WHOLE LANGUAGE CAN QUEUE 84
001775*    ENTRIES, HENCE THE ROOM.
001790 01  PND-TABLE.
001800     05  PND-ENTRY OCCURS 300 TIMES.
001810         10  PND-FILE-ID          PIC X(01).
001820         10  PND-ACTION           PIC X(01).
001830         10  PND-LANG-CODE        PIC X(01).
001840         10  PND-LEVEL-CODE       PIC 9(02).
001850         10  PND-FIELD-NAME       PIC X(08).
001860         10  PND-OLD-TEXT         PIC X(60).
001870         10  PND-NEW-TEXT         PIC X(60).
001880 01  PND-COUNT                    PIC 9(03) COMP VALUE ZERO.
001890 01  PND-TABLE-LIMIT              PIC 9(03) COMP VALUE 300.
001900 01  PND-SUB                      PIC 9(03) COMP.
001910 01  PND-COUNT-ED                 PIC 9(03).
001920 01  PND-BEFORE-COUNT             PIC 9(03) COMP.
001922 01  PND-WRITTEN-COUNT            PIC 9(03) COMP.
001924 01  PND-KEEP-COUNT               PIC 9(03) COMP.
001930*
001940*    THE CHANGE CURRENTLY BEING ENTERED AND VETTED. FIELD ZERO
001950*    IS THE LANGUAGE NAME ON A LEVEL-00 RECORD.
001960 01  CHG-FILE-ID                  PIC X(01).
001970     88  CHG-LANGUAGE-FILE             VALUE 'L'.
001980     88  CHG-DETAIL-FILE               VALUE 'D'.
001990 01  CHG-ACTION                   PIC X(01).
002000 01  CHG-LANG-CODE                PIC X(01).
002010 01  CHG-LEVEL-CODE               PIC 9(02).
002020 01  CHG-FIELD-SUB                PIC 9(01) COMP.
002030 01  CHG-FIELD-DIGIT              PIC 9(01).
002040 01  CHG-FIELD-NAME               PIC X(08).
002050 01  CHG-OLD-TEXT                 PIC X(60).
002060 01  CHG-NEW-TEXT                 PIC X(60).
002070 01  CHG-APPLY-TEXT               PIC X(60).
002080 01  CHG-RECORD-TEXT              PIC X(60).
002090 01  CHG-PROBLEM-BEFORE           PIC X(60).
002100 01  CHG-ROOM-NEEDED              PIC 9(03) COMP.
002110 01  CHG-ADD-BASE                 PIC 9(03) COMP.
002120 01  CHG-ADD-FIRST                PIC 9(03) COMP.
002130 01  CHG-ROOM-SWITCH              PIC X(01) VALUE 'Y'.
002140     88  CHG-ROOM-OK                   VALUE 'Y'.
002150     88  CHG-NO-ROOM                   VALUE 'N'.
002160 01  CHG-NAME-SWITCH              PIC X(01) VALUE 'N'.
002170     88  CHG-NAME-OK                   VALUE 'Y'.
002180     88  CHG-NAME-BAD                  VALUE 'N'.
002190 01  CHG-ADD-SWITCH               PIC X(01) VALUE 'N'.
002200     88  CHG-ADD-ABANDONED             VALUE 'Y'.
002210     88  CHG-ADD-GOING                 VALUE 'N'.
002220 01  WS-LANG-FOUND-SWITCH         PIC X(01) VALUE 'N'.
002230     88  WS-LANG-ON-FILE               VALUE 'Y'.
002240     88  WS-LANG-NOT-ON-FILE           VALUE 'N'.
002250 01  WS-LANG-RECORDS              PIC 9(03) COMP.
002260 01  WS-LNG-CHANGED-SWITCH        PIC X(01) VALUE 'N'.
002270     88  WS-LNG-CHANGED                VALUE 'Y'.
002280 01  WS-DTL-CHANGED-SWITCH        PIC X(01) VALUE 'N'.
002290     88  WS-DTL-CHANGED                VALUE 'Y'.
002292 01  WS-LNG-WRITTEN-SWITCH        PIC X(01) VALUE 'N'.
002294     88  WS-LNG-WRITTEN                VALUE 'Y'.
002296 01  WS-DTL-WRITTEN-SWITCH        PIC X(01) VALUE 'N'.
002298     88  WS-DTL-WRITTEN                VALUE 'Y'.
002300 01  WS-BAD-LANG-COUNT            PIC 9(03) COMP.
002310 01  WS-LEVEL-NO                  PIC 9(02).
002320*
002330*    ONE LANGUAGE'S COMPLETENESS CHECK - FLAG 1 IS THE LEVEL-00
002340*    NAME, FLAGS 2-14 THE HEADLINES FOR LEVELS 1-13.
002350 01  CHK-LANG-CODE                PIC X(01).
002360 01  CHK-LEVEL-FLAGS              PIC X(14).
002370 01  CHK-LEVEL-FLAG-TABLE REDEFINES CHK-LEVEL-FLAGS.
002380     05  CHK-LEVEL-FLAG           PIC X(01) OCCURS 14 TIMES.
002390 01  CHK-LEVEL                    PIC 9(02).
002400 01  CHK-PROBLEM                  PIC X(60).
002410*
002420*    THE PROOF IS BUILT IN THE SLIP PRINTER'S OWN RECORD, SO WHAT
002430*    IS SHOWN IS WHAT THE DRAW PROGRAMS WOULD WRITE.
002440 COPY OMSLPFD.
002450*
002460 COPY OMHDLWS.
002470*
002480 PROCEDURE DIVISION.
002490 0000-MAINLINE SECTION.
002500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002510     PERFORM 2000-PROCESS-ONE-COMMAND THRU 2000-EXIT
002520         UNTIL WS-USER-DONE.
002530     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002535     MOVE WS-HIGHEST-SEVERITY TO RETURN-CODE.
002540     STOP RUN.
002550*
002560*----------------------------------------------------------------*
002570*    1000-INITIALIZE - GET TODAY'S DATE, IDENTIFY THE OPERATOR
002580*    FOR THE AUDIT TRAIL AND LOAD BOTH TEXT FILES INTO STORAGE.
002590*----------------------------------------------------------------*
002600 1000-INITIALIZE.
002610     PERFORM 1010-LOAD-BUSINESS-DATE THRU 1010-EXIT.
002620     PERFORM 1100-GET-OPERATOR-ID THRU 1100-EXIT.
002630     IF WS-USER-DONE
002640         GO TO 1000-EXIT
002650     END-IF.
002660     PERFORM 1200-LOAD-LANGUAGE-FILE THRU 1200-EXIT.
002670     PERFORM 1300-LOAD-DETAIL-FILE THRU 1300-EXIT.
002680     DISPLAY 'OMITMNT: ' LTX-COUNT ' LANGUAGE RECORD(S) AND '
002690         DTX-COUNT ' DETAIL RECORD(S) ON FILE.'.
002700     PERFORM 1400-CHECK-LOADED-LANGUAGES THRU 1400-EXIT.
002710 1000-EXIT.
002720     EXIT.
002730*
002740*----------------------------------------------------------------*
002750*    1010-LOAD-BUSINESS-DATE - THE SHRINE DAY COMES FROM THE
002760*    OMIBDAT CONTROL RECORD, NOT THE MACHINE CLOCK, SO A STREAM
002770*    THAT RUNS PAST MIDNIGHT STAYS ON THE DAY IT BELONGS TO.
002780*    ONLY THE END-OF-DAY ROLL MOVES IT ON. WITH NO USABLE
002790*    RECORD ON FILE THE MACHINE DATE IS TAKEN, AS BEFORE.
002800*----------------------------------------------------------------*
002810 1010-LOAD-BUSINESS-DATE.
002820     MOVE ZERO TO WS-CURRENT-DATE.
002830     OPEN INPUT BUSINESS-DATE-FILE.
002840     IF WS-BDT-STATUS NOT = '35'
002850         READ BUSINESS-DATE-FILE
002860             AT END
002870                 CONTINUE
002880         END-READ
002890         IF WS-BDT-STATUS = '00'
002900          AND BDR-BUSINESS-DATE IS NUMERIC
002910             MOVE BDR-BUSINESS-DATE TO WS-CURRENT-DATE
002920         END-IF
002930         CLOSE BUSINESS-DATE-FILE
002940     END-IF.
002950     IF WS-CURRENT-DATE = ZERO
002960         ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
002970         DISPLAY 'OMIBDAT: NO BUSINESS DATE ON FILE - USING THE'
002980             ' MACHINE DATE ' WS-CURRENT-DATE '.'
002990     END-IF.
003000 1010-EXIT.
003010     EXIT.
003020*
003030*----------------------------------------------------------------*
003040*    1100-GET-OPERATOR-ID - EVERY ACCEPTED CHANGE IS WRITTEN TO
003050*    THE AUDIT TRAIL UNDER THE OPERATOR'S NAME, SO THE RUN DOES
003060*    NOT PROCEED WITHOUT AN OPERATOR WHO IS ON THE OMIOPER MASTER,
003070*    ACTIVE, GIVES THE RIGHT PIN AND HOLDS CLERK AUTHORITY OR
003080*    ABOVE - A TELLER ONLY SERVES STICKS. CHANGING THE TEXTS IS
003090*    FURTHER HELD TO A SUPERVISOR. EVERY SIGN-ON AND EVERY REFUSAL
003100*    GOES TO THE OMIACCL ACCESS LOG.
003110*----------------------------------------------------------------*
003120 1100-GET-OPERATOR-ID.
003130     MOVE ZERO TO WS-OPER-TRIES.
003140     MOVE SPACES TO WS-OPERATOR-ID.
003150     PERFORM 1110-PROMPT-OPERATOR THRU 1110-EXIT
003160         UNTIL WS-OPERATOR-ID NOT = SPACES
003170            OR WS-OPER-TRIES > WS-MENU-TRY-LIMIT.
003180     IF WS-OPERATOR-ID = SPACES
003190         DISPLAY 'OMITMNT: NO OPERATOR GIVEN - ENDING THE RUN.'
003200         SET WS-USER-DONE TO TRUE
003210         GO TO 1100-EXIT
003220     END-IF.
003230     DISPLAY 'PIN: ' WITH NO ADVANCING.
003240     ACCEPT WS-OPER-PIN.
003250     PERFORM 1120-FIND-OPERATOR THRU 1120-EXIT.
003260     PERFORM 1130-CHECK-OPERATOR THRU 1130-EXIT.
003270     IF WS-ACL-TEXT NOT = SPACES
003280         MOVE 'R' TO WS-ACL-EVENT
003290         PERFORM 8700-WRITE-ACCESS-LOG THRU 8700-EXIT
003300         DISPLAY 'OMITMNT: SIGN-ON REFUSED - ' WS-ACL-TEXT
003310         SET WS-USER-DONE TO TRUE
003320         GO TO 1100-EXIT
003330     END-IF.
003340     MOVE 'S' TO WS-ACL-EVENT.
003350     IF WS-OPER-SUPERVISOR
003360         MOVE 'SIGNED ON - SUPERVISOR' TO WS-ACL-TEXT
003370     ELSE
003380         MOVE 'SIGNED ON - CLERK' TO WS-ACL-TEXT
003390     END-IF.
003400     PERFORM 8700-WRITE-ACCESS-LOG THRU 8700-EXIT.
003410     DISPLAY 'OMITMNT: SIGNED ON AS ' WS-OPER-NAME.
003420 1100-EXIT.
003430     EXIT.
003440*
003450 1110-PROMPT-OPERATOR.
003460     ADD 1 TO WS-OPER-TRIES.
003470     DISPLAY 'OPERATOR (UP TO 8 CHARACTERS): '
003480         WITH NO ADVANCING.
003490     ACCEPT WS-OPERATOR-ID.
003500 1110-EXIT.
003510     EXIT.
003520*
003530*----------------------------------------------------------------*
003540*    1120-FIND-OPERATOR - LOOK THE OPERATOR UP ON THE OMIOPER
003550*    MASTER AND KEEP THE PARTICULARS THE SIGN-ON CHECK NEEDS. A
003560*    MISSING MASTER IS NOTED SO THE REFUSAL CAN SAY SO.
003570*----------------------------------------------------------------*
003580 1120-FIND-OPERATOR.
003590     SET WS-OPM-NOT-FOUND TO TRUE.
003600     OPEN INPUT OPERATOR-FILE.
003610     IF WS-OPM-STATUS = '35'
003620         SET WS-OPM-MISSING TO TRUE
003630         GO TO 1120-EXIT
003640     END-IF.
003650     PERFORM 1125-READ-ONE-OPERATOR THRU 1125-EXIT
003660         UNTIL WS-OPM-STATUS = '10' OR WS-OPM-FOUND.
003670     CLOSE OPERATOR-FILE.
003680 1120-EXIT.
003690     EXIT.
003700*
003710 1125-READ-ONE-OPERATOR.
003720     READ OPERATOR-FILE
003730         AT END
003740             MOVE '10' TO WS-OPM-STATUS
003750     END-READ.
003760     IF WS-OPM-STATUS = '10'
003770         GO TO 1125-EXIT
003780     END-IF.
003790     IF OPM-OPERATOR-ID = WS-OPERATOR-ID
003800         SET WS-OPM-FOUND TO TRUE
003810         MOVE OPM-OPERATOR-NAME TO WS-OPER-NAME
003820         MOVE OPM-PIN           TO WS-OPER-FILE-PIN
003830         MOVE OPM-AUTH-LEVEL    TO WS-OPER-LEVEL
003840         MOVE OPM-STATUS        TO WS-OPER-STATE
003850     END-IF.
003860 1125-EXIT.
003870     EXIT.
003880*
003890*----------------------------------------------------------------*
003900*    1130-CHECK-OPERATOR - DECIDE WHETHER THE OPERATOR MAY SIGN
003910*    ON, LEAVING THE REASON FOR A REFUSAL IN THE ACCESS-LOG TEXT
003920*    (SPACES WHEN THE SIGN-ON IS GOOD). THE PIN IS ASKED FOR EVEN
003930*    WHEN THE ID IS UNKNOWN, SO THE PROMPTS DO NOT GIVE AWAY WHICH
003940*    IDS EXIST. THIS PROGRAM NEEDS CLERK AUTHORITY OR ABOVE.
003950*----------------------------------------------------------------*
003960 1130-CHECK-OPERATOR.
003970     MOVE SPACES TO WS-ACL-TEXT.
003980     IF WS-OPM-MISSING
003990         MOVE 'NO OPERATOR MASTER ON FILE - SET UP OMIOPER'
004000             TO WS-ACL-TEXT
004010         GO TO 1130-EXIT
004020     END-IF.
004030     IF NOT WS-OPM-FOUND
004040         MOVE 'UNKNOWN OPERATOR' TO WS-ACL-TEXT
004050         GO TO 1130-EXIT
004060     END-IF.
004070     IF WS-OPER-PIN NOT = WS-OPER-FILE-PIN
004080         MOVE 'WRONG PIN' TO WS-ACL-TEXT
004090         GO TO 1130-EXIT
004100     END-IF.
004110     IF NOT WS-OPER-ACTIVE
004120         MOVE 'OPERATOR IS INACTIVE' TO WS-ACL-TEXT
004130         GO TO 1130-EXIT
004140     END-IF.
004150     IF NOT WS-OPER-SUPERVISOR AND NOT WS-OPER-CLERK
004160         MOVE 'NOT AUTHORIZED - A TELLER MAY ONLY SERVE STICKS'
004170             TO WS-ACL-TEXT
004180     END-IF.
004190 1130-EXIT.
004200     EXIT.
004210*
004220*----------------------------------------------------------------*
004230*    1200-LOAD-LANGUAGE-FILE - READ THE WHOLE LANGUAGE FILE INTO
004240*    THE IN-STORAGE TABLE, UPPER-CASING THE LANGUAGE CODE THE WAY
004250*    THE KIOSK DOES. A RECORD WITH NO CODE OR A LEVEL OUTSIDE
004260*    00-13 IS REPORTED AND DROPPED; OF TWO RECORDS FOR THE SAME
004270*    LANGUAGE AND LEVEL THE LATER IS KEPT, AS IT IS THE ONE THE
004280*    KIOSK'S LOAD LOOP LETS WIN.
004290*----------------------------------------------------------------*
004300 1200-LOAD-LANGUAGE-FILE.
004310     OPEN INPUT LANGUAGE-FILE.
004320     IF WS-LNG-STATUS NOT = '35'
004330         PERFORM 1260-READ-ONE-LANGUAGE-RECORD THRU 1260-EXIT
004340             UNTIL WS-LNG-STATUS = '10'
004350         CLOSE LANGUAGE-FILE
004360     END-IF.
004370 1200-EXIT.
004380     EXIT.
004390*
004400 1260-READ-ONE-LANGUAGE-RECORD.
004410     READ LANGUAGE-FILE
004420         AT END
004430             MOVE '10' TO WS-LNG-STATUS
004440     END-READ.
004450     IF WS-LNG-STATUS = '10'
004460         GO TO 1260-EXIT
004470     END-IF.
004480     INSPECT LCR-LANG-CODE
004490         CONVERTING 'abcdefghijklmnopqrstuvwxyz'
004500                 TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
004510     IF LCR-LANG-CODE = SPACE
004520         DISPLAY 'OMILANG: RECORD WITH NO LANGUAGE CODE'
004530             ' DROPPED.'
004540         GO TO 1260-EXIT
004550     END-IF.
004560     IF LCR-LEVEL-CODE IS NOT NUMERIC
004570      OR LCR-LEVEL-CODE > 13
004580         DISPLAY 'OMILANG: BAD LEVEL CODE DROPPED - '
004590             LCR-LANG-CODE ' ' LCR-LEVEL-CODE
004600         GO TO 1260-EXIT
004610     END-IF.
004620     MOVE LCR-LANG-CODE  TO CHG-LANG-CODE.
004630     MOVE LCR-LEVEL-CODE TO CHG-LEVEL-CODE.
004640     PERFORM 7000-FIND-LANGUAGE-ENTRY THRU 7000-EXIT.
004650     IF LTX-MATCH-SUB > ZERO
004660         DISPLAY 'OMILANG: DUPLICATE RECORD FOR ' LCR-LANG-CODE
004670             ' LEVEL ' LCR-LEVEL-CODE ' - THE LAST ONE IS KEPT.'
004680         MOVE LANGUAGE-CONTROL-RECORD
004690             TO LTX-ENTRY(LTX-MATCH-SUB)
004700         GO TO 1260-EXIT
004710     END-IF.
004720     IF LTX-COUNT = LTX-TABLE-LIMIT
004730         DISPLAY 'OMITMNT: LANGUAGE TABLE FULL - RECORD DROPPED.'
004740         GO TO 1260-EXIT
004750     END-IF.
004760     ADD 1 TO LTX-COUNT.
004770     MOVE LANGUAGE-CONTROL-RECORD TO LTX-ENTRY(LTX-COUNT).
004780 1260-EXIT.
004790     EXIT.
004800*
004810*----------------------------------------------------------------*
004820*    1300-LOAD-DETAIL-FILE - READ THE DETAIL FILE INTO THE TABLE
004830*    BY LEVEL. A LEVEL OUTSIDE 1-13 IS REPORTED AND DROPPED; OF
004840*    TWO RECORDS FOR ONE LEVEL THE LATER IS KEPT, AS THE DRAW
004850*    PROGRAMS' LOAD LOOP LETS IT WIN.
004860*----------------------------------------------------------------*
004870 1300-LOAD-DETAIL-FILE.
004880     MOVE SPACES TO DTX-TABLE.
004890     OPEN INPUT DETAIL-FILE.
004900     IF WS-DTL-STATUS NOT = '35'
004910         PERFORM 1360-READ-ONE-DETAIL-RECORD THRU 1360-EXIT
004920             UNTIL WS-DTL-STATUS = '10'
004930         CLOSE DETAIL-FILE
004940     END-IF.
004950 1300-EXIT.
004960     EXIT.
004970*
004980 1360-READ-ONE-DETAIL-RECORD.
004990     READ DETAIL-FILE
005000         AT END
005010             MOVE '10' TO WS-DTL-STATUS
005020     END-READ.
005030     IF WS-DTL-STATUS = '10'
005040         GO TO 1360-EXIT
005050     END-IF.
005060     IF DCR-LEVEL-CODE IS NOT NUMERIC
005070      OR DCR-LEVEL-CODE < 1 OR DCR-LEVEL-CODE > 13
005080         DISPLAY 'OMIDETL: BAD LEVEL CODE DROPPED - '
005090             DCR-LEVEL-CODE
005100         GO TO 1360-EXIT
005110     END-IF.
005120     IF DTX-ON-FILE(DCR-LEVEL-CODE)
005130         DISPLAY 'OMIDETL: DUPLICATE RECORD FOR LEVEL '
005140             DCR-LEVEL-CODE ' - THE LAST ONE IS KEPT.'
005150     ELSE
005160         ADD 1 TO DTX-COUNT
005170     END-IF.
005180     MOVE 'Y' TO DTX-ON-FILE-SWITCH(DCR-LEVEL-CODE).
005190     MOVE DCR-HEALTH-TEXT   TO DTX-TEXT(DCR-LEVEL-CODE, 1).
005200     MOVE DCR-BUSINESS-TEXT TO DTX-TEXT(DCR-LEVEL-CODE, 2).
005210     MOVE DCR-TRAVEL-TEXT   TO DTX-TEXT(DCR-LEVEL-CODE, 3).
005220     MOVE DCR-LOVE-TEXT     TO DTX-TEXT(DCR-LEVEL-CODE, 4).
005230     MOVE DCR-GENERAL-TEXT  TO DTX-TEXT(DCR-LEVEL-CODE, 5).
005240 1360-EXIT.
005250     EXIT.
005260*
005270*----------------------------------------------------------------*
005280*    1400-CHECK-LOADED-LANGUAGES - WARN ABOUT ANY LANGUAGE THAT
005290*    CAME OFF THE FILE ALREADY INCOMPLETE, SO IT CAN BE PUT RIGHT
005300*    BEFORE THE LANGUAGE FILE IS NEXT SAVED, AND ABOUT MORE
005310*    LANGUAGES THAN THE KIOSK CAN OFFER.
005320*----------------------------------------------------------------*
005330 1400-CHECK-LOADED-LANGUAGES.
005340     PERFORM 6500-LIST-LANGUAGE-CODES THRU 6500-EXIT.
005350     PERFORM 1410-CHECK-ONE-LOADED-LANGUAGE THRU 1410-EXIT
005360         VARYING LCD-SUB FROM 1 BY 1 UNTIL LCD-SUB > LCD-COUNT.
005370     IF LCD-COUNT > 6
005380         DISPLAY 'WARNING: MORE THAN 6 LANGUAGES ON OMILANG -'
005390             ' THE KIOSK IGNORES THE REST.'
005400     END-IF.
005410 1400-EXIT.
005420     EXIT.
005430*
005440 1410-CHECK-ONE-LOADED-LANGUAGE.
005450     MOVE LCD-CODE(LCD-SUB) TO CHK-LANG-CODE.
005460     PERFORM 6000-CHECK-LANGUAGE THRU 6000-EXIT.
005470     IF CHK-PROBLEM NOT = SPACES
005480         DISPLAY 'WARNING: OMILANG LANGUAGE ' CHK-LANG-CODE
005490             ' HAS ' CHK-PROBLEM
005500     END-IF.
005510 1410-EXIT.
005520     EXIT.
005530*
005540*----------------------------------------------------------------*
005550*    2000-PROCESS-ONE-COMMAND - SHOW THE MENU AND CARRY OUT ONE
005560*    COMMAND, RE-PROMPTING ON ANYTHING UNRECOGNIZED UP TO THE
005570*    TRY LIMIT BEFORE GIVING UP AND ENDING THE RUN.
005580*----------------------------------------------------------------*
005590 2000-PROCESS-ONE-COMMAND.
005600     DISPLAY 'OMITMNT - L=LIST P=PROOF A=ADD C=CHANGE R=RETIRE '
005610         'S=SAVE+QUIT Q=QUIT: ' WITH NO ADVANCING.
005620     ACCEPT WS-CMD.
005630     IF WS-CMD = 'L' OR WS-CMD = 'l'
005640         MOVE ZERO TO WS-MENU-TRIES
005650         PERFORM 3000-LIST-TEXTS THRU 3000-EXIT
005660     ELSE
005670         IF WS-CMD = 'P' OR WS-CMD = 'p'
005680             MOVE ZERO TO WS-MENU-TRIES
005690             PERFORM 3500-SHOW-PROOF THRU 3500-EXIT
005700         ELSE
005710             IF WS-CMD = 'A' OR WS-CMD = 'a'
005720              OR WS-CMD = 'C' OR WS-CMD = 'c'
005730              OR WS-CMD = 'R' OR WS-CMD = 'r'
005740                 MOVE ZERO TO WS-MENU-TRIES
005750                 PERFORM 2300-CHANGE-COMMAND THRU 2300-EXIT
005760             ELSE
005770                 IF WS-CMD = 'S' OR WS-CMD = 's'
005780                     PERFORM 5000-SAVE-AND-QUIT THRU 5000-EXIT
005790                 ELSE
005800                     IF WS-CMD = 'Q' OR WS-CMD = 'q'
005810                         PERFORM 2150-QUIT-WITHOUT-SAVE
005820                             THRU 2150-EXIT
005830                     ELSE
005840                         PERFORM 2100-REJECT-MENU-ENTRY
005850                             THRU 2100-EXIT
005860                     END-IF
005870                 END-IF
005880             END-IF
005890         END-IF
005900     END-IF.
005910 2000-EXIT.
005920     EXIT.
005930*
005940*----------------------------------------------------------------*
005950*    2100-REJECT-MENU-ENTRY - COUNT A BAD MENU ENTRY AND GIVE
005960*    UP ON THE RUN PAST THE TRY LIMIT, THE SAME WAY THE OTHER
005970*    PROMPTS IN THIS SYSTEM STOP RE-ASKING FOREVER. GIVING UP
005980*    DISCARDS ANY UNSAVED CHANGES, SO IT WARNS LIKE Q DOES.
005990*----------------------------------------------------------------*
006000 2100-REJECT-MENU-ENTRY.
006010     ADD 1 TO WS-MENU-TRIES.
006020     IF WS-MENU-TRIES > WS-MENU-TRY-LIMIT
006030         DISPLAY 'TOO MANY INVALID ENTRIES - ENDING THE RUN.'
006040         PERFORM 2150-QUIT-WITHOUT-SAVE THRU 2150-EXIT
006050     ELSE
006060         DISPLAY 'INVALID ENTRY - PLEASE TYPE L, P, A, C, R, S'
006070             ' OR Q.'
006080     END-IF.
006090 2100-EXIT.
006100     EXIT.
006110*
006120*----------------------------------------------------------------*
006130*    2150-QUIT-WITHOUT-SAVE - END THE RUN, WARNING ABOUT ANY
006140*    ACCEPTED CHANGES THAT WERE NEVER SAVED AND SO NEVER
006150*    REACHED THE TEXT FILES OR THE AUDIT TRAIL.
006160*----------------------------------------------------------------*
006170 2150-QUIT-WITHOUT-SAVE.
006180     IF PND-COUNT > ZERO
006190         DISPLAY 'WARNING: ' PND-COUNT
006200             ' UNSAVED CHANGE(S) DISCARDED.'
006210     END-IF.
006220     SET WS-USER-DONE TO TRUE.
006230 2150-EXIT.
006240     EXIT.
006250*
006260*----------------------------------------------------------------*
006270*    2200-REFUSE-CHANGE - ONLY A SUPERVISOR MAY CHANGE THE TEXTS.
006280*    A CLERK CAN STILL LIST THE FILES AND PROOF THE SLIPS; THE
006290*    ATTEMPT IS WRITTEN TO THE ACCESS LOG.
006300*----------------------------------------------------------------*
006310 2200-REFUSE-CHANGE.
006320     MOVE 'R' TO WS-ACL-EVENT.
006330     MOVE 'REFUSED - TEXT CHANGE NEEDS SUPERVISOR AUTHORITY'
006340         TO WS-ACL-TEXT.
006350     PERFORM 8700-WRITE-ACCESS-LOG THRU 8700-EXIT.
006360     DISPLAY 'REFUSED - ONLY A SUPERVISOR MAY CHANGE THE TEXTS.'.
006370 2200-EXIT.
006380     EXIT.
006390*
006400*----------------------------------------------------------------*
006410*    2300-CHANGE-COMMAND - ADD, CHANGE OR RETIRE, ONCE THE
006420*    OPERATOR'S AUTHORITY AND THE ROOM LEFT FOR UNSAVED CHANGES
006430*    HAVE BEEN CHECKED AND THE FILE TO WORK ON HAS BEEN PICKED.
006440*----------------------------------------------------------------*
006450 2300-CHANGE-COMMAND.
006460     IF NOT WS-OPER-SUPERVISOR
006470         PERFORM 2200-REFUSE-CHANGE THRU 2200-EXIT
006480         GO TO 2300-EXIT
006490     END-IF.
006500     PERFORM 7100-GET-FILE-CHOICE THRU 7100-EXIT.
006510     IF CHG-FILE-ID = SPACE
006520         GO TO 2300-EXIT
006530     END-IF.
006540     IF WS-CMD = 'A' OR WS-CMD = 'a'
006550         PERFORM 4000-ADD-TEXT THRU 4000-EXIT
006560     ELSE
006570         IF WS-CMD = 'C' OR WS-CMD = 'c'
006580             PERFORM 4500-CHANGE-TEXT THRU 4500-EXIT
006590         ELSE
006600             PERFORM 4700-RETIRE-TEXT THRU 4700-EXIT
006610         END-IF
006620     END-IF.
006630 2300-EXIT.
006640     EXIT.
006650*
006660*----------------------------------------------------------------*
006670*    3000-LIST-TEXTS - SHOW THE RECORDS HELD IN STORAGE FOR THE
006680*    FILE PICKED: EACH LANGUAGE RECORD WITH ITS NAME OR HEADLINE
006690*    AND WHETHER EACH LANGUAGE IS COMPLETE, OR EACH DETAIL LEVEL
006700*    WITH ITS GUIDANCE LINES.
006710*----------------------------------------------------------------*
006720 3000-LIST-TEXTS.
006730     PERFORM 7100-GET-FILE-CHOICE THRU 7100-EXIT.
006740     IF CHG-LANGUAGE-FILE
006750         PERFORM 3100-LIST-LANGUAGE-FILE THRU 3100-EXIT
006760     ELSE
006770         IF CHG-DETAIL-FILE
006780             PERFORM 3300-LIST-DETAIL-FILE THRU 3300-EXIT
006790         END-IF
006800     END-IF.
006810 3000-EXIT.
006820     EXIT.
006830*
006840 3100-LIST-LANGUAGE-FILE.
006850     IF LTX-COUNT = ZERO
006860         DISPLAY '  OMILANG IS EMPTY - THE KIOSK USES ITS'
006870             ' BUILT-IN JAPANESE AND ENGLISH TEXTS.'
006880         GO TO 3100-EXIT
006890     END-IF.
006900     DISPLAY '  LANG  LEVEL  NAME / HEADLINE'.
006910     PERFORM 3110-LIST-ONE-LANGUAGE-RECORD THRU 3110-EXIT
006920         VARYING LTX-SUB FROM 1 BY 1 UNTIL LTX-SUB > LTX-COUNT.
006930     PERFORM 6500-LIST-LANGUAGE-CODES THRU 6500-EXIT.
006940     PERFORM 3120-SHOW-LANGUAGE-STATE THRU 3120-EXIT
006950         VARYING LCD-SUB FROM 1 BY 1 UNTIL LCD-SUB > LCD-COUNT.
006960 3100-EXIT.
006970     EXIT.
006980*
006990 3110-LIST-ONE-LANGUAGE-RECORD.
007000     IF LTX-LEVEL-CODE(LTX-SUB) = ZERO
007010         DISPLAY '  ' LTX-LANG-CODE(LTX-SUB) '     '
007020             LTX-LEVEL-CODE(LTX-SUB) '     '
007030             LTX-LANG-NAME(LTX-SUB)
007040     ELSE
007050         DISPLAY '  ' LTX-LANG-CODE(LTX-SUB) '     '
007060             LTX-LEVEL-CODE(LTX-SUB) '     '
007070             LTX-TEXT(LTX-SUB, 1)
007080     END-IF.
007090 3110-EXIT.
007100     EXIT.
007110*
007120 3120-SHOW-LANGUAGE-STATE.
007130     MOVE LCD-CODE(LCD-SUB) TO CHK-LANG-CODE.
007140     PERFORM 6000-CHECK-LANGUAGE THRU 6000-EXIT.
007150     IF CHK-PROBLEM = SPACES
007160         DISPLAY '  LANGUAGE ' CHK-LANG-CODE ' IS COMPLETE.'
007170     ELSE
007180         DISPLAY '  LANGUAGE ' CHK-LANG-CODE ' HAS ' CHK-PROBLEM
007190     END-IF.
007200 3120-EXIT.
007210     EXIT.
007220*
007230 3300-LIST-DETAIL-FILE.
007240     IF DTX-COUNT = ZERO
007250         DISPLAY '  OMIDETL IS EMPTY - NO GUIDANCE LINES ARE'
007260             ' PRINTED.'
007270         GO TO 3300-EXIT
007280     END-IF.
007290     DISPLAY '  LEVEL  FIELD     GUIDANCE'.
007300     PERFORM 3310-LIST-ONE-DETAIL-LEVEL THRU 3310-EXIT
007310         VARYING DTX-SUB FROM 1 BY 1 UNTIL DTX-SUB > 13.
007320 3300-EXIT.
007330     EXIT.
007340*
007350 3310-LIST-ONE-DETAIL-LEVEL.
007360     MOVE DTX-SUB TO WS-LEVEL-NO.
007370     IF NOT DTX-ON-FILE(DTX-SUB)
007380         DISPLAY '  ' WS-LEVEL-NO '     (NO RECORD ON FILE)'
007390         GO TO 3310-EXIT
007400     END-IF.
007410     PERFORM 3320-LIST-ONE-DETAIL-LINE THRU 3320-EXIT
007420         VARYING DTX-FIELD-SUB FROM 1 BY 1
007430         UNTIL DTX-FIELD-SUB > 5.
007440 3310-EXIT.
007450     EXIT.
007460*
007470 3320-LIST-ONE-DETAIL-LINE.
007480     IF DTX-TEXT(DTX-SUB, DTX-FIELD-SUB) NOT = SPACES
007490         DISPLAY '  ' WS-LEVEL-NO '     '
007500             TXF-NAME(DTX-FIELD-SUB + 1) '  '
007510             DTX-TEXT(DTX-SUB, DTX-FIELD-SUB)
007520     END-IF.
007530 3320-EXIT.
007540     EXIT.
007550*
007560*----------------------------------------------------------------*
007570*    3500-SHOW-PROOF - SHOW THE SLIP RECORD ONE LANGUAGE AND
007580*    LEVEL, OR ONE DETAIL LEVEL, WOULD PRODUCE FROM THE TEXTS AS
007590*    THEY NOW STAND IN STORAGE, UNSAVED CHANGES INCLUDED.
007600*----------------------------------------------------------------*
007610 3500-SHOW-PROOF.
007620     PERFORM 7100-GET-FILE-CHOICE THRU 7100-EXIT.
007630     IF CHG-FILE-ID = SPACE
007640         GO TO 3500-EXIT
007650     END-IF.
007660     IF CHG-LANGUAGE-FILE
007670         PERFORM 7200-GET-LANGUAGE-CODE THRU 7200-EXIT
007680         IF CHG-LANG-CODE = SPACE
007690             GO TO 3500-EXIT
007700         END-IF
007710     END-IF.
007720     PERFORM 7300-GET-LEVEL THRU 7300-EXIT.
007730     IF WS-ENTRY-NOT-VALID
007740         GO TO 3500-EXIT
007750     END-IF.
007760     IF CHG-LANGUAGE-FILE
007770         PERFORM 7000-FIND-LANGUAGE-ENTRY THRU 7000-EXIT
007780         IF LTX-MATCH-SUB = ZERO
007790             DISPLAY 'NO RECORD ON FILE FOR LANGUAGE '
007800                 CHG-LANG-CODE ' LEVEL ' CHG-LEVEL-CODE '.'
007810             GO TO 3500-EXIT
007820         END-IF
007830     END-IF.
007840     PERFORM 7500-SHOW-PROOF-OF-RECORD THRU 7500-EXIT.
007850 3500-EXIT.
007860     EXIT.
007870*
007880*----------------------------------------------------------------*
007890*    4000-ADD-TEXT - ADD A RECORD THAT IS NOT YET ON FILE: A NEW
007900*    LANGUAGE (ITS NAME AND ALL THIRTEEN HEADLINES AT ONCE, SO IT
007910*    IS NEVER HALF THERE), A MISSING LEVEL OF A LANGUAGE ALREADY
007920*    ON FILE, OR A DETAIL LEVEL. THE PROOF IS SHOWN AND THE ADD
007930*    ONLY KEPT ONCE THE OPERATOR CONFIRMS IT.
007940*----------------------------------------------------------------*
007950 4000-ADD-TEXT.
007960     IF CHG-LANGUAGE-FILE
007970         PERFORM 4100-ADD-LANGUAGE-TEXT THRU 4100-EXIT
007980     ELSE
007990         PERFORM 4300-ADD-DETAIL-LEVEL THRU 4300-EXIT
008000     END-IF.
008010 4000-EXIT.
008020     EXIT.
008030*
008040 4100-ADD-LANGUAGE-TEXT.
008050     PERFORM 7200-GET-LANGUAGE-CODE THRU 7200-EXIT.
008060     IF CHG-LANG-CODE = SPACE
008070         GO TO 4100-EXIT
008080     END-IF.
008090     PERFORM 7050-FIND-LANGUAGE-CODE THRU 7050-EXIT.
008100     IF WS-LANG-NOT-ON-FILE
008110         PERFORM 4200-ADD-NEW-LANGUAGE THRU 4200-EXIT
008120         GO TO 4100-EXIT
008130     END-IF.
008140     PERFORM 7300-GET-LEVEL THRU 7300-EXIT.
008150     IF WS-ENTRY-NOT-VALID
008160         GO TO 4100-EXIT
008170     END-IF.
008180     PERFORM 7000-FIND-LANGUAGE-ENTRY THRU 7000-EXIT.
008190     IF LTX-MATCH-SUB > ZERO
008200         DISPLAY 'REFUSED - LANGUAGE ' CHG-LANG-CODE ' LEVEL '
008210             CHG-LEVEL-CODE ' IS ALREADY ON FILE - USE C.'
008220         GO TO 4100-EXIT
008230     END-IF.
008240     IF LTX-COUNT = LTX-TABLE-LIMIT
008250         DISPLAY 'REFUSED - THE LANGUAGE TABLE IS FULL.'
008260         GO TO 4100-EXIT
008270     END-IF.
008280     MOVE 6 TO CHG-ROOM-NEEDED.
008290     PERFORM 4950-CHECK-ROOM THRU 4950-EXIT.
008300     IF CHG-NO-ROOM
008310         GO TO 4100-EXIT
008320     END-IF.
008330     MOVE LTX-COUNT TO CHG-ADD-BASE.
008340     PERFORM 4110-START-LANGUAGE-ENTRY THRU 4110-EXIT.
008350     IF CHG-LEVEL-CODE = ZERO
008360         PERFORM 4150-GET-LANGUAGE-NAME THRU 4150-EXIT
008370         IF CHG-NAME-BAD
008380             PERFORM 4290-BACK-OUT-ADD THRU 4290-EXIT
008390             GO TO 4100-EXIT
008400         END-IF
008410         MOVE CHG-NEW-TEXT TO LTX-LANG-NAME(LTX-MATCH-SUB)
008420     ELSE
008430         DISPLAY 'HEADLINE: ' WITH NO ADVANCING
008440         ACCEPT LTX-TEXT(LTX-MATCH-SUB, 1)
008450         IF LTX-TEXT(LTX-MATCH-SUB, 1) = SPACES
008460             DISPLAY 'REFUSED - LEVELS 1-13 NEED A HEADLINE.'
008470             PERFORM 4290-BACK-OUT-ADD THRU 4290-EXIT
008480             GO TO 4100-EXIT
008490         END-IF
008500         PERFORM 4160-GET-GUIDANCE-LINE THRU 4160-EXIT
008510             VARYING CHG-FIELD-SUB FROM 2 BY 1
008520             UNTIL CHG-FIELD-SUB > 6
008530     END-IF.
008540     PERFORM 7500-SHOW-PROOF-OF-RECORD THRU 7500-EXIT.
008550     DISPLAY 'ADD THIS RECORD (Y/N)? ' WITH NO ADVANCING.
008560     ACCEPT WS-ANSWER.
008570     IF WS-ANSWER = 'Y' OR WS-ANSWER = 'y'
008580         MOVE 'A' TO CHG-ACTION
008590         PERFORM 4800-QUEUE-LANGUAGE-RECORD THRU 4800-EXIT
008600         SET WS-LNG-CHANGED TO TRUE
008610         DISPLAY 'RECORD ADDED - SAVE WITH S TO MAKE IT'
008620             ' PERMANENT.'
008630     ELSE
008640         PERFORM 4290-BACK-OUT-ADD THRU 4290-EXIT
008650         DISPLAY 'ADD DISCARDED.'
008660     END-IF.
008670 4100-EXIT.
008680     EXIT.
008690*
008700*    OPEN A BLANK LANGUAGE RECORD AT THE END OF THE TABLE FOR
008710*    THE LANGUAGE AND LEVEL IN HAND.
008720 4110-START-LANGUAGE-ENTRY.
008730     ADD 1 TO LTX-COUNT.
008740     MOVE LTX-COUNT TO LTX-MATCH-SUB.
008750     MOVE SPACES TO LTX-ENTRY(LTX-MATCH-SUB).
008760     MOVE CHG-LANG-CODE  TO LTX-LANG-CODE(LTX-MATCH-SUB).
008770     MOVE CHG-LEVEL-CODE TO LTX-LEVEL-CODE(LTX-MATCH-SUB).
008780 4110-EXIT.
008790     EXIT.
008800*
008810*----------------------------------------------------------------*
008820*    4150-GET-LANGUAGE-NAME - TAKE THE NAME THE KIOSK SHOWS FOR
008830*    A LANGUAGE INTO CHG-NEW-TEXT. THE LEVEL-00 RECORD EXISTS TO
008840*    CARRY IT, SO IT MAY NOT BE BLANK, AND IT MUST FIT THE
008850*    TWELVE CHARACTERS OF LCR-LANG-NAME.
008860*----------------------------------------------------------------*
008870 4150-GET-LANGUAGE-NAME.
008880     SET CHG-NAME-BAD TO TRUE.
008890     DISPLAY 'LANGUAGE NAME (UP TO 12 CHARACTERS): '
008900         WITH NO ADVANCING.
008910     ACCEPT CHG-NEW-TEXT.
008920     IF CHG-NEW-TEXT = SPACES
008930         DISPLAY 'REFUSED - THE LEVEL-00 RECORD MUST CARRY THE'
008940             ' LANGUAGE NAME.'
008950         GO TO 4150-EXIT
008960     END-IF.
008970     IF CHG-NEW-TEXT(13:48) NOT = SPACES
008980         DISPLAY 'REFUSED - A LANGUAGE NAME IS AT MOST 12'
008990             ' CHARACTERS.'
009000         GO TO 4150-EXIT
009010     END-IF.
009020     SET CHG-NAME-OK TO TRUE.
009030 4150-EXIT.
009040     EXIT.
009050*
009060 4160-GET-GUIDANCE-LINE.
009070     DISPLAY TXF-NAME(CHG-FIELD-SUB) ' (BLANK FOR NONE): '
009080         WITH NO ADVANCING.
009090     ACCEPT LTX-TEXT(LTX-MATCH-SUB, CHG-FIELD-SUB).
009100 4160-EXIT.
009110     EXIT.
009120*
009130*----------------------------------------------------------------*
009140*    4200-ADD-NEW-LANGUAGE - A LANGUAGE GOES ON FILE WHOLE: ITS
009150*    LEVEL-00 NAME RECORD AND A HEADLINE FOR EVERY LEVEL 1-13.
009160*    A BLANK HEADLINE ABANDONS THE ADD. THE GUIDANCE LINES START
009170*    BLANK AND ARE FILLED IN AFTERWARDS WITH C. THE KIOSK OFFERS
009180*    AT MOST SIX LANGUAGES, SO A SEVENTH IS REFUSED.
009190*----------------------------------------------------------------*
009200 4200-ADD-NEW-LANGUAGE.
009210     PERFORM 6500-LIST-LANGUAGE-CODES THRU 6500-EXIT.
009220     IF LCD-COUNT NOT < 6
009230         DISPLAY 'REFUSED - THE KIOSK OFFERS AT MOST 6'
009240             ' LANGUAGES.'
009250         GO TO 4200-EXIT
009260     END-IF.
009270     IF LTX-COUNT + 14 > LTX-TABLE-LIMIT
009280         DISPLAY 'REFUSED - THE LANGUAGE TABLE IS FULL.'
009290         GO TO 4200-EXIT
009300     END-IF.
009310     MOVE 14 TO CHG-ROOM-NEEDED.
009320     PERFORM 4950-CHECK-ROOM THRU 4950-EXIT.
009330     IF CHG-NO-ROOM
009340         GO TO 4200-EXIT
009350     END-IF.
009360     DISPLAY 'NEW LANGUAGE ' CHG-LANG-CODE ' - ITS NAME AND A'
009370         ' HEADLINE FOR EVERY LEVEL 1-13 ARE NEEDED.'.
009380     MOVE LTX-COUNT TO CHG-ADD-BASE.
009390     MOVE ZERO TO CHG-LEVEL-CODE.
009400     PERFORM 4110-START-LANGUAGE-ENTRY THRU 4110-EXIT.
009410     PERFORM 4150-GET-LANGUAGE-NAME THRU 4150-EXIT.
009420     IF CHG-NAME-BAD
009430         PERFORM 4290-BACK-OUT-ADD THRU 4290-EXIT
009440         GO TO 4200-EXIT
009450     END-IF.
009460     MOVE CHG-NEW-TEXT TO LTX-LANG-NAME(LTX-MATCH-SUB).
009470     SET CHG-ADD-GOING TO TRUE.
009480     PERFORM 4210-GET-NEW-HEADLINE THRU 4210-EXIT
009490         VARYING CHG-LEVEL-CODE FROM 1 BY 1
009500         UNTIL CHG-LEVEL-CODE > 13 OR CHG-ADD-ABANDONED.
009510     IF CHG-ADD-ABANDONED
009520         DISPLAY 'REFUSED - EVERY LEVEL 1-13 NEEDS A HEADLINE.'
009530             ' LANGUAGE NOT ADDED.'
009540         PERFORM 4290-BACK-OUT-ADD THRU 4290-EXIT
009550         GO TO 4200-EXIT
009560     END-IF.
009570     COMPUTE CHG-ADD-FIRST = CHG-ADD-BASE + 1.
009580     PERFORM 4220-PROOF-NEW-RECORD THRU 4220-EXIT
009590         VARYING LTX-SUB FROM CHG-ADD-FIRST BY 1
009600         UNTIL LTX-SUB > LTX-COUNT.
009610     DISPLAY 'ADD LANGUAGE ' CHG-LANG-CODE ' (Y/N)? '
009620         WITH NO ADVANCING.
009630     ACCEPT WS-ANSWER.
009640     IF WS-ANSWER = 'Y' OR WS-ANSWER = 'y'
009650         MOVE 'A' TO CHG-ACTION
009660         PERFORM 4230-QUEUE-NEW-RECORD THRU 4230-EXIT
009670             VARYING LTX-SUB FROM CHG-ADD-FIRST BY 1
009680             UNTIL LTX-SUB > LTX-COUNT
009690         SET WS-LNG-CHANGED TO TRUE
009700         DISPLAY 'LANGUAGE ADDED - SAVE WITH S TO MAKE IT'
009710             ' PERMANENT.'
009720     ELSE
009730         PERFORM 4290-BACK-OUT-ADD THRU 4290-EXIT
009740         DISPLAY 'ADD DISCARDED.'
009750     END-IF.
009760 4200-EXIT.
009770     EXIT.
009780*
009790 4210-GET-NEW-HEADLINE.
009800     PERFORM 4110-START-LANGUAGE-ENTRY THRU 4110-EXIT.
009810     DISPLAY 'HEADLINE FOR LEVEL ' CHG-LEVEL-CODE ': '
009820         WITH NO ADVANCING.
009830     ACCEPT LTX-TEXT(LTX-MATCH-SUB, 1).
009840     IF LTX-TEXT(LTX-MATCH-SUB, 1) = SPACES
009850         SET CHG-ADD-ABANDONED TO TRUE
009860     END-IF.
009870 4210-EXIT.
009880     EXIT.
009890*
009900 4220-PROOF-NEW-RECORD.
009910     MOVE LTX-SUB TO LTX-MATCH-SUB.
009920     MOVE LTX-LEVEL-CODE(LTX-MATCH-SUB) TO CHG-LEVEL-CODE.
009930     PERFORM 7500-SHOW-PROOF-OF-RECORD THRU 7500-EXIT.
009940 4220-EXIT.
009950     EXIT.
009960*
009970 4230-QUEUE-NEW-RECORD.
009980     MOVE LTX-SUB TO LTX-MATCH-SUB.
009990     PERFORM 4800-QUEUE-LANGUAGE-RECORD THRU 4800-EXIT.
010000 4230-EXIT.
010010     EXIT.
010020*
010030*    DROP THE RECORDS OPENED FOR AN ADD THAT WAS NOT KEPT - THEY
010040*    ARE ALWAYS THE LAST ONES ON THE TABLE.
010050 4290-BACK-OUT-ADD.
010060     PERFORM 4295-DROP-LAST-ENTRY THRU 4295-EXIT
010070         UNTIL LTX-COUNT = CHG-ADD-BASE.
010080 4290-EXIT.
010090     EXIT.
010100*
010110 4295-DROP-LAST-ENTRY.
010120     MOVE SPACES TO LTX-ENTRY(LTX-COUNT).
010130     SUBTRACT 1 FROM LTX-COUNT.
010140 4295-EXIT.
010150     EXIT.
010160*
010170 4300-ADD-DETAIL-LEVEL.
010180     PERFORM 7300-GET-LEVEL THRU 7300-EXIT.
010190     IF WS-ENTRY-NOT-VALID
010200         GO TO 4300-EXIT
010210     END-IF.
010220     IF DTX-ON-FILE(CHG-LEVEL-CODE)
010230         DISPLAY 'REFUSED - LEVEL ' CHG-LEVEL-CODE
010240             ' IS ALREADY ON OMIDETL - USE C.'
010250         GO TO 4300-EXIT
010260     END-IF.
010270     MOVE 6 TO CHG-ROOM-NEEDED.
010280     PERFORM 4950-CHECK-ROOM THRU 4950-EXIT.
010290     IF CHG-NO-ROOM
010300         GO TO 4300-EXIT
010310     END-IF.
010320     MOVE SPACES TO DTX-ENTRY(CHG-LEVEL-CODE).
010330     PERFORM 4310-GET-DETAIL-LINE THRU 4310-EXIT
010340         VARYING DTX-FIELD-SUB FROM 1 BY 1
010350         UNTIL DTX-FIELD-SUB > 5.
010360     MOVE 'Y' TO DTX-ON-FILE-SWITCH(CHG-LEVEL-CODE).
010370     PERFORM 7500-SHOW-PROOF-OF-RECORD THRU 7500-EXIT.
010380     DISPLAY 'ADD THIS RECORD (Y/N)? ' WITH NO ADVANCING.
010390     ACCEPT WS-ANSWER.
010400     IF WS-ANSWER = 'Y' OR WS-ANSWER = 'y'
010410         MOVE 'A' TO CHG-ACTION
010420         PERFORM 4820-QUEUE-DETAIL-RECORD THRU 4820-EXIT
010430         ADD 1 TO DTX-COUNT
010440         SET WS-DTL-CHANGED TO TRUE
010450         DISPLAY 'RECORD ADDED - SAVE WITH S TO MAKE IT'
010460             ' PERMANENT.'
010470     ELSE
010480         MOVE SPACES TO DTX-ENTRY(CHG-LEVEL-CODE)
010490         DISPLAY 'ADD DISCARDED.'
010500     END-IF.
010510 4300-EXIT.
010520     EXIT.
010530*
010540 4310-GET-DETAIL-LINE.
010550     DISPLAY TXF-NAME(DTX-FIELD-SUB + 1) ' (BLANK FOR NONE): '
010560         WITH NO ADVANCING.
010570     ACCEPT DTX-TEXT(CHG-LEVEL-CODE, DTX-FIELD-SUB).
010580 4310-EXIT.
010590     EXIT.
010600*
010610*----------------------------------------------------------------*
010620*    4500-CHANGE-TEXT - CHANGE ONE TEXT ON A RECORD ALREADY ON
010630*    FILE. A CHANGE THAT WOULD LEAVE A COMPLETE LANGUAGE WITHOUT
010640*    ITS NAME OR WITH A BLANK HEADLINE IS REFUSED; OTHERWISE THE
010650*    PROOF IS SHOWN AND THE CHANGE ONLY KEPT ONCE THE OPERATOR
010660*    CONFIRMS IT.
010670*----------------------------------------------------------------*
010680 4500-CHANGE-TEXT.
010690     MOVE 1 TO CHG-ROOM-NEEDED.
010700     PERFORM 4950-CHECK-ROOM THRU 4950-EXIT.
010710     IF CHG-NO-ROOM
010720         GO TO 4500-EXIT
010730     END-IF.
010740     IF CHG-LANGUAGE-FILE
010750         PERFORM 4510-PICK-LANGUAGE-TEXT THRU 4510-EXIT
010760     ELSE
010770         PERFORM 4550-PICK-DETAIL-TEXT THRU 4550-EXIT
010780     END-IF.
010790     IF CHG-FIELD-NAME = SPACES
010800         GO TO 4500-EXIT
010810     END-IF.
010820     DISPLAY 'OLD TEXT: ' CHG-OLD-TEXT.
010830     IF CHG-FIELD-NAME = 'NAME'
010840         PERFORM 4150-GET-LANGUAGE-NAME THRU 4150-EXIT
010850         IF CHG-NAME-BAD
010860             GO TO 4500-EXIT
010870         END-IF
010880     ELSE
010890         DISPLAY 'NEW TEXT (BLANK TO CLEAR): '
010900             WITH NO ADVANCING
010910         ACCEPT CHG-NEW-TEXT
010920     END-IF.
010930     IF CHG-NEW-TEXT = CHG-OLD-TEXT
010940         DISPLAY 'NO CHANGE - THE TEXT IS THE SAME.'
010950         GO TO 4500-EXIT
010960     END-IF.
010970     IF CHG-LANGUAGE-FILE
010980         MOVE CHG-LANG-CODE TO CHK-LANG-CODE
010990         PERFORM 6000-CHECK-LANGUAGE THRU 6000-EXIT
011000         MOVE CHK-PROBLEM TO CHG-PROBLEM-BEFORE
011010     END-IF.
011020     MOVE CHG-NEW-TEXT TO CHG-APPLY-TEXT.
011030     PERFORM 4600-APPLY-TEXT THRU 4600-EXIT.
011040     IF CHG-LANGUAGE-FILE
011050         PERFORM 6000-CHECK-LANGUAGE THRU 6000-EXIT
011060         IF CHK-PROBLEM NOT = SPACES
011070          AND CHG-PROBLEM-BEFORE = SPACES
011080             DISPLAY 'REFUSED - LANGUAGE ' CHG-LANG-CODE
011090                 ' WOULD BE LEFT WITH ' CHK-PROBLEM
011100             MOVE CHG-OLD-TEXT TO CHG-APPLY-TEXT
011110             PERFORM 4600-APPLY-TEXT THRU 4600-EXIT
011120             GO TO 4500-EXIT
011130         END-IF
011140     END-IF.
011150     PERFORM 7500-SHOW-PROOF-OF-RECORD THRU 7500-EXIT.
011160     DISPLAY 'COMMIT THIS CHANGE (Y/N)? ' WITH NO ADVANCING.
011170     ACCEPT WS-ANSWER.
011180     IF WS-ANSWER = 'Y' OR WS-ANSWER = 'y'
011190         MOVE 'C' TO CHG-ACTION
011200         PERFORM 4900-QUEUE-AUDIT-ENTRY THRU 4900-EXIT
011210         IF CHG-LANGUAGE-FILE
011220             SET WS-LNG-CHANGED TO TRUE
011230         ELSE
011240             SET WS-DTL-CHANGED TO TRUE
011250         END-IF
011260         DISPLAY 'CHANGE ACCEPTED - SAVE WITH S TO MAKE IT'
011270             ' PERMANENT.'
011280     ELSE
011290         MOVE CHG-OLD-TEXT TO CHG-APPLY-TEXT
011300         PERFORM 4600-APPLY-TEXT THRU 4600-EXIT
011310         DISPLAY 'CHANGE DISCARDED.'
011320     END-IF.
011330 4500-EXIT.
011340     EXIT.
011350*
011360*    PICK THE LANGUAGE RECORD AND FIELD TO CHANGE, LEAVING THE
011370*    FIELD NAME BLANK WHEN NOTHING USABLE WAS PICKED.
011380 4510-PICK-LANGUAGE-TEXT.
011390     MOVE SPACES TO CHG-FIELD-NAME.
011400     PERFORM 7200-GET-LANGUAGE-CODE THRU 7200-EXIT.
011410     IF CHG-LANG-CODE = SPACE
011420         GO TO 4510-EXIT
011430     END-IF.
011440     PERFORM 7300-GET-LEVEL THRU 7300-EXIT.
011450     IF WS-ENTRY-NOT-VALID
011460         GO TO 4510-EXIT
011470     END-IF.
011480     PERFORM 7000-FIND-LANGUAGE-ENTRY THRU 7000-EXIT.
011490     IF LTX-MATCH-SUB = ZERO
011500         DISPLAY 'REFUSED - NO RECORD FOR LANGUAGE '
011510             CHG-LANG-CODE ' LEVEL ' CHG-LEVEL-CODE
011520             ' - ADD IT WITH A.'
011530         GO TO 4510-EXIT
011540     END-IF.
011550     IF CHG-LEVEL-CODE = ZERO
011560         MOVE ZERO TO CHG-FIELD-SUB
011570         MOVE 'NAME' TO CHG-FIELD-NAME
011580         MOVE LTX-LANG-NAME(LTX-MATCH-SUB) TO CHG-OLD-TEXT
011590         GO TO 4510-EXIT
011600     END-IF.
011610     PERFORM 7400-GET-FIELD THRU 7400-EXIT.
011620     IF CHG-FIELD-SUB > ZERO
011630         MOVE TXF-NAME(CHG-FIELD-SUB) TO CHG-FIELD-NAME
011640         MOVE LTX-TEXT(LTX-MATCH-SUB, CHG-FIELD-SUB)
011650             TO CHG-OLD-TEXT
011660     END-IF.
011670 4510-EXIT.
011680     EXIT.
011690*
011700 4550-PICK-DETAIL-TEXT.
011710     MOVE SPACES TO CHG-FIELD-NAME.
011720     MOVE SPACE TO CHG-LANG-CODE.
011730     PERFORM 7300-GET-LEVEL THRU 7300-EXIT.
011740     IF WS-ENTRY-NOT-VALID
011750         GO TO 4550-EXIT
011760     END-IF.
011770     IF NOT DTX-ON-FILE(CHG-LEVEL-CODE)
011780         DISPLAY 'REFUSED - NO OMIDETL RECORD FOR LEVEL '
011790             CHG-LEVEL-CODE ' - ADD IT WITH A.'
011800         GO TO 4550-EXIT
011810     END-IF.
011820     PERFORM 7400-GET-FIELD THRU 7400-EXIT.
011830     IF CHG-FIELD-SUB > ZERO
011840         MOVE TXF-NAME(CHG-FIELD-SUB) TO CHG-FIELD-NAME
011850         MOVE DTX-TEXT(CHG-LEVEL-CODE, CHG-FIELD-SUB - 1)
011860             TO CHG-OLD-TEXT
011870     END-IF.
011880 4550-EXIT.
011890     EXIT.
011900*
011910*    PUT CHG-APPLY-TEXT INTO THE FIELD PICKED - THE NEW TEXT TO
011920*    MAKE A CHANGE, THE OLD ONE TO BACK IT OUT.
011930 4600-APPLY-TEXT.
011940     IF CHG-DETAIL-FILE
011950         MOVE CHG-APPLY-TEXT
011960             TO DTX-TEXT(CHG-LEVEL-CODE, CHG-FIELD-SUB - 1)
011970     ELSE
011980         IF CHG-FIELD-SUB = ZERO
011990             MOVE CHG-APPLY-TEXT TO LTX-LANG-NAME(LTX-MATCH-SUB)
012000         ELSE
012010             MOVE CHG-APPLY-TEXT
012020                 TO LTX-TEXT(LTX-MATCH-SUB, CHG-FIELD-SUB)
012030         END-IF
012040     END-IF.
012050 4600-EXIT.
012060     EXIT.
012070*
012080*----------------------------------------------------------------*
012090*    4700-RETIRE-TEXT - TAKE RECORDS OFF FILE. A LANGUAGE IS
012100*    RETIRED WHOLE - DROPPING ONE OF ITS RECORDS WOULD LEAVE IT
012110*    WITHOUT ITS NAME OR WITH A LEVEL THAT HAS NO HEADLINE, SO
012120*    THAT IS REFUSED. A DETAIL LEVEL MAY BE RETIRED ON ITS OWN;
012130*    ITS SLIPS THEN CARRY NO GUIDANCE, WHICH THE PROOF SHOWS.
012140*----------------------------------------------------------------*
012150 4700-RETIRE-TEXT.
012160     IF CHG-LANGUAGE-FILE
012170         PERFORM 4710-RETIRE-LANGUAGE THRU 4710-EXIT
012180     ELSE
012190         PERFORM 4750-RETIRE-DETAIL-LEVEL THRU 4750-EXIT
012200     END-IF.
012210 4700-EXIT.
012220     EXIT.
012230*
012240 4710-RETIRE-LANGUAGE.
012250     PERFORM 7200-GET-LANGUAGE-CODE THRU 7200-EXIT.
012260     IF CHG-LANG-CODE = SPACE
012270         GO TO 4710-EXIT
012280     END-IF.
012290     PERFORM 7050-FIND-LANGUAGE-CODE THRU 7050-EXIT.
012300     IF WS-LANG-NOT-ON-FILE
012310         DISPLAY 'REFUSED - LANGUAGE ' CHG-LANG-CODE
012320             ' IS NOT ON OMILANG.'
012330         GO TO 4710-EXIT
012340     END-IF.
012350     DISPLAY 'LEVEL TO RETIRE (BLANK FOR THE WHOLE LANGUAGE): '
012360         WITH NO ADVANCING.
012370     ACCEPT WS-ENTRY-INPUT.
012380     IF WS-ENTRY-INPUT NOT = SPACES
012390         DISPLAY 'REFUSED - LANGUAGE ' CHG-LANG-CODE ' WOULD BE'
012400             ' LEFT WITHOUT THAT RECORD. RETIRE THE WHOLE'
012410             ' LANGUAGE, OR CHANGE THE TEXT WITH C.'
012420         GO TO 4710-EXIT
012430     END-IF.
012440     COMPUTE CHG-ROOM-NEEDED = WS-LANG-RECORDS * 6.
012450     PERFORM 4950-CHECK-ROOM THRU 4950-EXIT.
012460     IF CHG-NO-ROOM
012470         GO TO 4710-EXIT
012480     END-IF.
012490     DISPLAY 'LANGUAGE ' CHG-LANG-CODE ' HAS ' WS-LANG-RECORDS
012500         ' RECORD(S) ON OMILANG. ONCE SAVED THE KIOSK NO LONGER'
012510         ' OFFERS IT.'.
012520     PERFORM 6500-LIST-LANGUAGE-CODES THRU 6500-EXIT.
012530     IF LCD-COUNT = 1
012540         DISPLAY 'IT IS THE LAST LANGUAGE - THE KIOSK WILL GO'
012550             ' BACK TO ITS BUILT-IN JAPANESE AND ENGLISH TEXTS.'
012560     END-IF.
012570     DISPLAY 'RETIRE LANGUAGE ' CHG-LANG-CODE ' (Y/N)? '
012580         WITH NO ADVANCING.
012590     ACCEPT WS-ANSWER.
012600     IF WS-ANSWER NOT = 'Y' AND WS-ANSWER NOT = 'y'
012610         DISPLAY 'RETIREMENT DISCARDED.'
012620         GO TO 4710-EXIT
012630     END-IF.
012640     MOVE 'R' TO CHG-ACTION.
012650     PERFORM 4720-QUEUE-RETIRED-RECORD THRU 4720-EXIT
012660         VARYING LTX-SUB FROM 1 BY 1 UNTIL LTX-SUB > LTX-COUNT.
012670     MOVE ZERO TO LTX-KEEP-COUNT.
012680     PERFORM 4730-KEEP-OTHER-LANGUAGE THRU 4730-EXIT
012690         VARYING LTX-SUB FROM 1 BY 1 UNTIL LTX-SUB > LTX-COUNT.
012700     MOVE LTX-KEEP-COUNT TO LTX-COUNT.
012710     SET WS-LNG-CHANGED TO TRUE.
012720     DISPLAY 'LANGUAGE ' CHG-LANG-CODE ' RETIRED - SAVE WITH S'
012730         ' TO MAKE IT PERMANENT.'.
012740 4710-EXIT.
012750     EXIT.
012760*
012770 4720-QUEUE-RETIRED-RECORD.
012780     IF LTX-LANG-CODE(LTX-SUB) = CHG-LANG-CODE
012790         MOVE LTX-SUB TO LTX-MATCH-SUB
012800         PERFORM 4800-QUEUE-LANGUAGE-RECORD THRU 4800-EXIT
012810     END-IF.
012820 4720-EXIT.
012830     EXIT.
012840*
012850*    CLOSE UP THE TABLE OVER THE RETIRED LANGUAGE'S RECORDS,
012860*    KEEPING EVERY OTHER RECORD IN ITS FILE ORDER.
012870 4730-KEEP-OTHER-LANGUAGE.
012880     IF LTX-LANG-CODE(LTX-SUB) NOT = CHG-LANG-CODE
012890         ADD 1 TO LTX-KEEP-COUNT
012900         IF LTX-KEEP-COUNT NOT = LTX-SUB
012910             MOVE LTX-ENTRY(LTX-SUB) TO LTX-ENTRY(LTX-KEEP-COUNT)
012920         END-IF
012930     END-IF.
012940 4730-EXIT.
012950     EXIT.
012960*
012970 4750-RETIRE-DETAIL-LEVEL.
012980     MOVE SPACE TO CHG-LANG-CODE.
012990     PERFORM 7300-GET-LEVEL THRU 7300-EXIT.
013000     IF WS-ENTRY-NOT-VALID
013010         GO TO 4750-EXIT
013020     END-IF.
013030     IF NOT DTX-ON-FILE(CHG-LEVEL-CODE)
013040         DISPLAY 'REFUSED - NO OMIDETL RECORD FOR LEVEL '
013050             CHG-LEVEL-CODE '.'
013060         GO TO 4750-EXIT
013070     END-IF.
013080     MOVE 6 TO CHG-ROOM-NEEDED.
013090     PERFORM 4950-CHECK-ROOM THRU 4950-EXIT.
013100     IF CHG-NO-ROOM
013110         GO TO 4750-EXIT
013120     END-IF.
013130     MOVE DTX-ENTRY(CHG-LEVEL-CODE) TO DTX-HOLD-ENTRY.
013140     MOVE SPACES TO DTX-ENTRY(CHG-LEVEL-CODE).
013150     DISPLAY 'WITH LEVEL ' CHG-LEVEL-CODE ' RETIRED ITS SLIPS'
013160         ' WILL CARRY:'.
013170     PERFORM 7500-SHOW-PROOF-OF-RECORD THRU 7500-EXIT.
013180     MOVE DTX-HOLD-ENTRY TO DTX-ENTRY(CHG-LEVEL-CODE).
013190     DISPLAY 'RETIRE LEVEL ' CHG-LEVEL-CODE ' (Y/N)? '
013200         WITH NO ADVANCING.
013210     ACCEPT WS-ANSWER.
013220     IF WS-ANSWER = 'Y' OR WS-ANSWER = 'y'
013230         MOVE 'R' TO CHG-ACTION
013240         PERFORM 4820-QUEUE-DETAIL-RECORD THRU 4820-EXIT
013250         MOVE SPACES TO DTX-ENTRY(CHG-LEVEL-CODE)
013260         SUBTRACT 1 FROM DTX-COUNT
013270         SET WS-DTL-CHANGED TO TRUE
013280         DISPLAY 'LEVEL ' CHG-LEVEL-CODE ' RETIRED - SAVE WITH'
013290             ' S TO MAKE IT PERMANENT.'
013300     ELSE
013310         DISPLAY 'RETIREMENT DISCARDED.'
013320     END-IF.
013330 4750-EXIT.
013340     EXIT.
013350*
013360*----------------------------------------------------------------*
013370*    4800-QUEUE-LANGUAGE-RECORD - QUEUE THE AUDIT ENTRIES FOR A
013380*    WHOLE LANGUAGE RECORD ADDED OR RETIRED (CHG-ACTION A OR R):
013390*    ONE PER FIELD THAT CARRIES TEXT, OR ONE FOR THE RECORD WHEN
013400*    NONE DOES, SO EVERY ADD AND RETIREMENT IS ON THE TRAIL.
013410*----------------------------------------------------------------*
013420 4800-QUEUE-LANGUAGE-RECORD.
013430     MOVE LTX-LANG-CODE(LTX-MATCH-SUB)  TO CHG-LANG-CODE.
013440     MOVE LTX-LEVEL-CODE(LTX-MATCH-SUB) TO CHG-LEVEL-CODE.
013450     MOVE 'L' TO CHG-FILE-ID.
013460     MOVE PND-COUNT TO PND-BEFORE-COUNT.
013470     IF CHG-LEVEL-CODE = ZERO
013480         MOVE 'NAME' TO CHG-FIELD-NAME
013490         MOVE LTX-LANG-NAME(LTX-MATCH-SUB) TO CHG-RECORD-TEXT
013500         PERFORM 4850-QUEUE-RECORD-FIELD THRU 4850-EXIT
013510     ELSE
013520         PERFORM 4810-QUEUE-LANGUAGE-FIELD THRU 4810-EXIT
013530             VARYING CHG-FIELD-SUB FROM 1 BY 1
013540             UNTIL CHG-FIELD-SUB > 6
013550     END-IF.
013560     IF PND-COUNT = PND-BEFORE-COUNT
013570         PERFORM 4860-QUEUE-EMPTY-RECORD THRU 4860-EXIT
013580     END-IF.
013590 4800-EXIT.
013600     EXIT.
013610*
013620 4810-QUEUE-LANGUAGE-FIELD.
013630     MOVE TXF-NAME(CHG-FIELD-SUB) TO CHG-FIELD-NAME.
013640     MOVE LTX-TEXT(LTX-MATCH-SUB, CHG-FIELD-SUB)
013650         TO CHG-RECORD-TEXT.
013660     PERFORM 4850-QUEUE-RECORD-FIELD THRU 4850-EXIT.
013670 4810-EXIT.
013680     EXIT.
013690*
013700 4820-QUEUE-DETAIL-RECORD.
013710     MOVE 'D' TO CHG-FILE-ID.
013720     MOVE SPACE TO CHG-LANG-CODE.
013730     MOVE PND-COUNT TO PND-BEFORE-COUNT.
013740     PERFORM 4830-QUEUE-DETAIL-FIELD THRU 4830-EXIT
013750         VARYING DTX-FIELD-SUB FROM 1 BY 1
013760         UNTIL DTX-FIELD-SUB > 5.
013770     IF PND-COUNT = PND-BEFORE-COUNT
013780         PERFORM 4860-QUEUE-EMPTY-RECORD THRU 4860-EXIT
013790     END-IF.
013800 4820-EXIT.
013810     EXIT.
013820*
013830 4830-QUEUE-DETAIL-FIELD.
013840     MOVE TXF-NAME(DTX-FIELD-SUB + 1) TO CHG-FIELD-NAME.
013850     MOVE DTX-TEXT(CHG-LEVEL-CODE, DTX-FIELD-SUB)
013860         TO CHG-RECORD-TEXT.
013870     PERFORM 4850-QUEUE-RECORD-FIELD THRU 4850-EXIT.
013880 4830-EXIT.
013890     EXIT.
013900*
013910*    AN ADDED TEXT GOES ON THE TRAIL AS NEW TEXT, A RETIRED ONE
013920*    AS OLD TEXT.
013930 4850-QUEUE-RECORD-FIELD.
013940     IF CHG-RECORD-TEXT = SPACES
013950         GO TO 4850-EXIT
013960     END-IF.
013970     IF CHG-ACTION = 'A'
013980         MOVE SPACES          TO CHG-OLD-TEXT
013990         MOVE CHG-RECORD-TEXT TO CHG-NEW-TEXT
014000     ELSE
014010         MOVE CHG-RECORD-TEXT TO CHG-OLD-TEXT
014020         MOVE SPACES          TO CHG-NEW-TEXT
014030     END-IF.
014040     PERFORM 4900-QUEUE-AUDIT-ENTRY THRU 4900-EXIT.
014050 4850-EXIT.
014060     EXIT.
014070*
014080 4860-QUEUE-EMPTY-RECORD.
014090     MOVE 'RECORD' TO CHG-FIELD-NAME.
014100     MOVE SPACES TO CHG-OLD-TEXT.
014110     MOVE SPACES TO CHG-NEW-TEXT.
014120     PERFORM 4900-QUEUE-AUDIT-ENTRY THRU 4900-EXIT.
014130 4860-EXIT.
014140     EXIT.
014150*
014160 4900-QUEUE-AUDIT-ENTRY.
014170     ADD 1 TO PND-COUNT.
014180     MOVE CHG-FILE-ID    TO PND-FILE-ID(PND-COUNT).
014190     MOVE CHG-ACTION     TO PND-ACTION(PND-COUNT).
014200     MOVE CHG-LANG-CODE  TO PND-LANG-CODE(PND-COUNT).
014210     MOVE CHG-LEVEL-CODE TO PND-LEVEL-CODE(PND-COUNT).
014220     MOVE CHG-FIELD-NAME TO PND-FIELD-NAME(PND-COUNT).
014230     MOVE CHG-OLD-TEXT   TO PND-OLD-TEXT(PND-COUNT).
014240     MOVE CHG-NEW-TEXT   TO PND-NEW-TEXT(PND-COUNT).
014250 4900-EXIT.
014260     EXIT.
014270*
014280*----------------------------------------------------------------*
014290*    4950-CHECK-ROOM - AN ADD OR RETIREMENT QUEUES SEVERAL AUDIT
014300*    ENTRIES AT ONCE, SO THE ROOM IS CHECKED BEFORE IT STARTS
014310*    RATHER THAN SAVING PART-WAY THROUGH IT.
014320*----------------------------------------------------------------*
014330 4950-CHECK-ROOM.
014340     SET CHG-ROOM-OK TO TRUE.
014350     IF PND-COUNT + CHG-ROOM-NEEDED > PND-TABLE-LIMIT
014360         SET CHG-NO-ROOM TO TRUE
014370         DISPLAY 'REFUSED - ' PND-COUNT ' CHANGE(S) ARE WAITING.'
014380             ' SAVE WITH S AND RESTART BEFORE MAKING MORE.'
014390     END-IF.
014400 4950-EXIT.
014410     EXIT.
014420*
014430*----------------------------------------------------------------*
014440*    5000-SAVE-AND-QUIT - REWRITE WHICHEVER TEXT FILES WERE
014450*    CHANGED FROM STORAGE, APPEND THE SESSION'S ACCEPTED CHANGES
014460*    TO THE AUDIT TRAIL AND, AS A PRIVILEGED ACTION, TO THE
014470*    ACCESS LOG, AND END THE RUN. THE LANGUAGE FILE IS NOT
014480*    WRITTEN WHILE ANY LANGUAGE ON IT IS INCOMPLETE - NOTHING IS
014482*    SAVED AND THE SESSION CARRIES ON SO IT CAN BE PUT RIGHT. A
014484*    TEXT FILE THAT CANNOT BE OPENED IS NOT WRITTEN; ITS CHANGES
014486*    STAY WAITING, OFF THE AUDIT TRAIL AND THE ACCESS LOG, AND
014488*    THE SESSION CARRIES ON SO THEY CAN BE SAVED AGAIN.
014500*----------------------------------------------------------------*
014510 5000-SAVE-AND-QUIT.
014520     IF PND-COUNT = ZERO
014530         DISPLAY 'OMITMNT: NO CHANGES TO SAVE.'
014540         SET WS-USER-DONE TO TRUE
014550         GO TO 5000-EXIT
014560     END-IF.
014562     MOVE 'N' TO WS-LNG-WRITTEN-SWITCH.
014564     MOVE 'N' TO WS-DTL-WRITTEN-SWITCH.
014570     IF WS-LNG-CHANGED
014580         MOVE ZERO TO WS-BAD-LANG-COUNT
014590         PERFORM 6500-LIST-LANGUAGE-CODES THRU 6500-EXIT
014600         PERFORM 5050-CHECK-ONE-LANGUAGE THRU 5050-EXIT
014610             VARYING LCD-SUB FROM 1 BY 1
014620             UNTIL LCD-SUB > LCD-COUNT
014630         IF WS-BAD-LANG-COUNT > ZERO
014640             DISPLAY 'NOTHING SAVED - PUT THE LANGUAGE(S) ABOVE'
014650                 ' RIGHT WITH A OR C, OR RETIRE THEM WITH R.'
014660             GO TO 5000-EXIT
014670         END-IF
014680         PERFORM 5020-SAVE-LANGUAGE-FILE THRU 5020-EXIT
014690         IF NOT WS-LNG-WRITTEN
014700             GO TO 5000-EXIT
014710         END-IF
014750     END-IF.
014760     IF WS-DTL-CHANGED
014761         PERFORM 5030-SAVE-DETAIL-FILE THRU 5030-EXIT
014762     END-IF.
014763     IF WS-LNG-WRITTEN OR WS-DTL-WRITTEN
014764         PERFORM 5200-WRITE-AUDIT-TRAIL THRU 5200-EXIT
014765     END-IF.
014766     IF PND-COUNT > ZERO
014767         DISPLAY 'OMITMNT: ' PND-COUNT ' CHANGE(S) STILL'
014768             ' WAITING - SAVE AGAIN WITH S OR DISCARD WITH Q.'
014769         GO TO 5000-EXIT
014770     END-IF.
014771     SET WS-USER-DONE TO TRUE.
014772 5000-EXIT.
014773     EXIT.
014774*
014775 5020-SAVE-LANGUAGE-FILE.
014776     OPEN OUTPUT LANGUAGE-FILE.
014777     IF WS-LNG-STATUS NOT = '00'
014778         DISPLAY 'OMITMNT: CANNOT WRITE OMILANG (STATUS '
014779             WS-LNG-STATUS ') - NOTHING SAVED.'
014780         MOVE 'S' TO WS-OPS-SEVERITY
014781         MOVE 'TXT0001' TO WS-OPS-CODE
014782         MOVE 'CANNOT WRITE OMILANG - TEXT CHANGES NOT SAVED'
014783             TO WS-OPS-TEXT
014784         PERFORM 8800-WRITE-OPS-MESSAGE THRU 8800-EXIT
014785         GO TO 5020-EXIT
014786     END-IF.
014787     PERFORM 5100-WRITE-ONE-LANGUAGE-RECORD THRU 5100-EXIT
014788         VARYING LTX-SUB FROM 1 BY 1
014789         UNTIL LTX-SUB > LTX-COUNT.
014790     CLOSE LANGUAGE-FILE.
014791     DISPLAY 'OMITMNT: ' LTX-COUNT
014792         ' LANGUAGE RECORD(S) WRITTEN.'.
014793     SET WS-LNG-WRITTEN TO TRUE.
014794     MOVE 'N' TO WS-LNG-CHANGED-SWITCH.
014795 5020-EXIT.
014796     EXIT.
014797*
014798 5030-SAVE-DETAIL-FILE.
014799     OPEN OUTPUT DETAIL-FILE.
014800     IF WS-DTL-STATUS NOT = '00'
014801         DISPLAY 'OMITMNT: CANNOT WRITE OMIDETL (STATUS '
014802             WS-DTL-STATUS ') - GUIDANCE CHANGES NOT SAVED.'
014803         MOVE 'S' TO WS-OPS-SEVERITY
014804         MOVE 'TXT0002' TO WS-OPS-CODE
014805         MOVE 'CANNOT WRITE OMIDETL - GUIDANCE CHANGES NOT SAVED'
014806             TO WS-OPS-TEXT
014807         PERFORM 8800-WRITE-OPS-MESSAGE THRU 8800-EXIT
014808         GO TO 5030-EXIT
014809     END-IF.
014810     PERFORM 5150-WRITE-ONE-DETAIL-RECORD THRU 5150-EXIT
014811         VARYING DTX-SUB FROM 1 BY 1 UNTIL DTX-SUB > 13.
014812     CLOSE DETAIL-FILE.
014813     DISPLAY 'OMITMNT: ' DTX-COUNT
014814         ' DETAIL RECORD(S) WRITTEN.'.
014815     SET WS-DTL-WRITTEN TO TRUE.
014816     MOVE 'N' TO WS-DTL-CHANGED-SWITCH.
014817 5030-EXIT.
014870     EXIT.
014880*
014890 5050-CHECK-ONE-LANGUAGE.
014900     MOVE LCD-CODE(LCD-SUB) TO CHK-LANG-CODE.
014910     PERFORM 6000-CHECK-LANGUAGE THRU 6000-EXIT.
014920     IF CHK-PROBLEM NOT = SPACES
014930         ADD 1 TO WS-BAD-LANG-COUNT
014940         DISPLAY 'REFUSED - LANGUAGE ' CHK-LANG-CODE ' HAS '
014950             CHK-PROBLEM
014960     END-IF.
014970 5050-EXIT.
014980     EXIT.
014990*
015000 5100-WRITE-ONE-LANGUAGE-RECORD.
015010     MOVE LTX-ENTRY(LTX-SUB) TO LANGUAGE-CONTROL-RECORD.
015020     WRITE LANGUAGE-CONTROL-RECORD.
015030 5100-EXIT.
015040     EXIT.
015050*
015060 5150-WRITE-ONE-DETAIL-RECORD.
015070     IF NOT DTX-ON-FILE(DTX-SUB)
015080         GO TO 5150-EXIT
015090     END-IF.
015100     MOVE DTX-SUB           TO DCR-LEVEL-CODE.
015110     MOVE DTX-TEXT(DTX-SUB, 1) TO DCR-HEALTH-TEXT.
015120     MOVE DTX-TEXT(DTX-SUB, 2) TO DCR-BUSINESS-TEXT.
015130     MOVE DTX-TEXT(DTX-SUB, 3) TO DCR-TRAVEL-TEXT.
015140     MOVE DTX-TEXT(DTX-SUB, 4) TO DCR-LOVE-TEXT.
015150     MOVE DTX-TEXT(DTX-SUB, 5) TO DCR-GENERAL-TEXT.
015160     WRITE DETAIL-CONTROL-RECORD.
015170 5150-EXIT.
015180     EXIT.
015190*
015200*    THE ACCESS LOG GETS ONE PRIVILEGED ENTRY FOR THE SESSION'S
015202*    TEXT CHANGES - THE DETAIL IS ON THE TEXT AUDIT TRAIL. ONLY
015204*    CHANGES WHOSE FILE WAS WRITTEN ARE AUDITED; THE OTHERS ARE
015206*    KEPT WAITING. A TRAIL THAT CANNOT BE OPENED LEAVES THE
015208*    SAVED CHANGES UNAUDITED, WHICH THE OPS LOG SAYS.
015220 5200-WRITE-AUDIT-TRAIL.
015225     MOVE ZERO TO PND-WRITTEN-COUNT.
015230     ACCEPT WS-CURRENT-TIME FROM TIME.
015240     OPEN EXTEND AUDIT-FILE.
015250     IF WS-AUD-STATUS = '35'
015260         OPEN OUTPUT AUDIT-FILE
015270         CLOSE AUDIT-FILE
015280         OPEN EXTEND AUDIT-FILE
015281     END-IF.
015282     IF WS-AUD-STATUS NOT = '00'
015283         DISPLAY 'OMITAUD: CANNOT OPEN AUDIT TRAIL (STATUS '
015284             WS-AUD-STATUS ') - SAVED CHANGES NOT AUDITED.'
015285         MOVE 'S' TO WS-OPS-SEVERITY
015286         MOVE 'TXT0003' TO WS-OPS-CODE
015287         MOVE 'CANNOT OPEN OMITAUD - SAVED CHANGES NOT AUDITED'
015288             TO WS-OPS-TEXT
015289         PERFORM 8800-WRITE-OPS-MESSAGE THRU 8800-EXIT
015290         PERFORM 5220-KEEP-UNSAVED-CHANGES THRU 5220-EXIT
015291         GO TO 5200-EXIT
015292     END-IF.
015300     PERFORM 5210-WRITE-ONE-AUDIT-RECORD THRU 5210-EXIT
015310         VARYING PND-SUB FROM 1 BY 1 UNTIL PND-SUB > PND-COUNT.
015320     CLOSE AUDIT-FILE.
015330     DISPLAY 'OMITMNT: ' PND-WRITTEN-COUNT
015340         ' CHANGE(S) WRITTEN TO THE AUDIT TRAIL.'.
015350     MOVE PND-WRITTEN-COUNT TO PND-COUNT-ED.
015360     MOVE 'P' TO WS-ACL-EVENT.
015370     MOVE SPACES TO WS-ACL-TEXT.
015380     STRING 'FORTUNE TEXTS CHANGED - ' DELIMITED BY SIZE
015390         PND-COUNT-ED DELIMITED BY SIZE
015400         ' CHANGE(S) ON OMITAUD' DELIMITED BY SIZE
015410         INTO WS-ACL-TEXT.
015420     PERFORM 8700-WRITE-ACCESS-LOG THRU 8700-EXIT.
015430     PERFORM 5220-KEEP-UNSAVED-CHANGES THRU 5220-EXIT.
015440 5200-EXIT.
015450     EXIT.
015460*
015470 5210-WRITE-ONE-AUDIT-RECORD.
015471     IF PND-FILE-ID(PND-SUB) = 'L' AND NOT WS-LNG-WRITTEN
015472         GO TO 5210-EXIT
015473     END-IF.
015474     IF PND-FILE-ID(PND-SUB) = 'D' AND NOT WS-DTL-WRITTEN
015475         GO TO 5210-EXIT
015476     END-IF.
015477     ADD 1 TO PND-WRITTEN-COUNT.
015480     MOVE WS-CURRENT-DATE          TO TAR-CHANGE-DATE.
015490     MOVE WS-CURRENT-TIME          TO TAR-CHANGE-TIME.
015500     MOVE WS-OPERATOR-ID           TO TAR-OPERATOR-ID.
015510     MOVE PND-FILE-ID(PND-SUB)     TO TAR-FILE-ID.
015520     MOVE PND-ACTION(PND-SUB)      TO TAR-ACTION.
015530     MOVE PND-LANG-CODE(PND-SUB)   TO TAR-LANG-CODE.
015540     MOVE PND-LEVEL-CODE(PND-SUB)  TO TAR-LEVEL-CODE.
015550     MOVE PND-FIELD-NAME(PND-SUB)  TO TAR-FIELD-NAME.
015560     MOVE PND-OLD-TEXT(PND-SUB)    TO TAR-OLD-TEXT.
015570     MOVE PND-NEW-TEXT(PND-SUB)    TO TAR-NEW-TEXT.
015571     WRITE TEXT-AUDIT-RECORD.
015572 5210-EXIT.
015573     EXIT.
015574*
015575 5220-KEEP-UNSAVED-CHANGES.
015576     MOVE ZERO TO PND-KEEP-COUNT.
015577     PERFORM 5230-KEEP-ONE-CHANGE THRU 5230-EXIT
015578         VARYING PND-SUB FROM 1 BY 1 UNTIL PND-SUB > PND-COUNT.
015579     MOVE PND-KEEP-COUNT TO PND-COUNT.
015580 5220-EXIT.
015581     EXIT.
015582*
015583 5230-KEEP-ONE-CHANGE.
015584     IF PND-FILE-ID(PND-SUB) = 'L' AND WS-LNG-WRITTEN
015585         GO TO 5230-EXIT
015586     END-IF.
015587     IF PND-FILE-ID(PND-SUB) = 'D' AND WS-DTL-WRITTEN
015588         GO TO 5230-EXIT
015589     END-IF.
015590     ADD 1 TO PND-KEEP-COUNT.
015591     IF PND-KEEP-COUNT < PND-SUB
015592         MOVE PND-ENTRY(PND-SUB) TO PND-ENTRY(PND-KEEP-COUNT)
015593     END-IF.
015594 5230-EXIT.
015600     EXIT.
015610*
015620*----------------------------------------------------------------*
015630*    6000-CHECK-LANGUAGE - DECIDE WHETHER THE LANGUAGE IN
015640*    CHK-LANG-CODE IS COMPLETE: A LEVEL-00 RECORD CARRYING ITS
015650*    NAME AND A NON-BLANK HEADLINE FOR EVERY LEVEL 1-13. THE
015660*    FIRST THING MISSING IS LEFT IN CHK-PROBLEM (SPACES WHEN THE
015670*    LANGUAGE IS COMPLETE).
015680*----------------------------------------------------------------*
015690 6000-CHECK-LANGUAGE.
015700     MOVE ALL 'N' TO CHK-LEVEL-FLAGS.
015710     PERFORM 6010-CHECK-ONE-ENTRY THRU 6010-EXIT
015720         VARYING LTX-SUB FROM 1 BY 1 UNTIL LTX-SUB > LTX-COUNT.
015730     MOVE SPACES TO CHK-PROBLEM.
015740     IF CHK-LEVEL-FLAG(1) = 'N'
015750         MOVE 'NO LEVEL-00 RECORD CARRYING ITS NAME'
015760             TO CHK-PROBLEM
015770         GO TO 6000-EXIT
015780     END-IF.
015790     PERFORM 6020-CHECK-ONE-LEVEL THRU 6020-EXIT
015800         VARYING CHK-LEVEL FROM 1 BY 1
015810         UNTIL CHK-LEVEL > 13 OR CHK-PROBLEM NOT = SPACES.
015820 6000-EXIT.
015830     EXIT.
015840*
015850 6010-CHECK-ONE-ENTRY.
015860     IF LTX-LANG-CODE(LTX-SUB) NOT = CHK-LANG-CODE
015870         GO TO 6010-EXIT
015880     END-IF.
015890     IF LTX-LEVEL-CODE(LTX-SUB) = ZERO
015900         IF LTX-LANG-NAME(LTX-SUB) NOT = SPACES
015910             MOVE 'Y' TO CHK-LEVEL-FLAG(1)
015920         END-IF
015930     ELSE
015940         IF LTX-TEXT(LTX-SUB, 1) NOT = SPACES
015950             MOVE LTX-LEVEL-CODE(LTX-SUB) TO CHK-LEVEL
015960             MOVE 'Y' TO CHK-LEVEL-FLAG(CHK-LEVEL + 1)
015970         END-IF
015980     END-IF.
015990 6010-EXIT.
016000     EXIT.
016010*
016020 6020-CHECK-ONE-LEVEL.
016030     IF CHK-LEVEL-FLAG(CHK-LEVEL + 1) = 'N'
016040         STRING 'A BLANK OR MISSING HEADLINE FOR LEVEL '
016050             DELIMITED BY SIZE
016060             CHK-LEVEL DELIMITED BY SIZE
016070             INTO CHK-PROBLEM
016080     END-IF.
016090 6020-EXIT.
016100     EXIT.
016110*
016120*----------------------------------------------------------------*
016130*    6500-LIST-LANGUAGE-CODES - COLLECT THE DISTINCT LANGUAGE
016140*    CODES ON THE LANGUAGE TABLE, IN THE ORDER THEY FIRST APPEAR.
016150*----------------------------------------------------------------*
016160 6500-LIST-LANGUAGE-CODES.
016170     MOVE ZERO TO LCD-COUNT.
016180     PERFORM 6510-NOTE-ONE-CODE THRU 6510-EXIT
016190         VARYING LTX-SUB FROM 1 BY 1 UNTIL LTX-SUB > LTX-COUNT.
016200 6500-EXIT.
016210     EXIT.
016220*
016230 6510-NOTE-ONE-CODE.
016240     MOVE ZERO TO LCD-HIT-SUB.
016250     PERFORM 6520-MATCH-ONE-CODE THRU 6520-EXIT
016260         VARYING LCD-SUB FROM 1 BY 1
016270         UNTIL LCD-SUB > LCD-COUNT OR LCD-HIT-SUB > ZERO.
016280     IF LCD-HIT-SUB = ZERO
016290         ADD 1 TO LCD-COUNT
016300         MOVE LTX-LANG-CODE(LTX-SUB) TO LCD-CODE(LCD-COUNT)
016310     END-IF.
016320 6510-EXIT.
016330     EXIT.
016340*
016350 6520-MATCH-ONE-CODE.
016360     IF LCD-CODE(LCD-SUB) = LTX-LANG-CODE(LTX-SUB)
016370         MOVE LCD-SUB TO LCD-HIT-SUB
016380     END-IF.
016390 6520-EXIT.
016400     EXIT.
016410*
016420*----------------------------------------------------------------*
016430*    7000-FIND-LANGUAGE-ENTRY - FIND THE TABLE ENTRY FOR
016440*    CHG-LANG-CODE AND CHG-LEVEL-CODE, LEAVING ITS SUBSCRIPT IN
016450*    LTX-MATCH-SUB (ZERO WHEN THERE IS NONE).
016460*----------------------------------------------------------------*
016470 7000-FIND-LANGUAGE-ENTRY.
016480     MOVE ZERO TO LTX-MATCH-SUB.
016490     PERFORM 7010-MATCH-ONE-ENTRY THRU 7010-EXIT
016500         VARYING LTX-SUB FROM 1 BY 1
016510         UNTIL LTX-SUB > LTX-COUNT OR LTX-MATCH-SUB > ZERO.
016520 7000-EXIT.
016530     EXIT.
016540*
016550 7010-MATCH-ONE-ENTRY.
016560     IF LTX-LANG-CODE(LTX-SUB) = CHG-LANG-CODE
016570      AND LTX-LEVEL-CODE(LTX-SUB) = CHG-LEVEL-CODE
016580         MOVE LTX-SUB TO LTX-MATCH-SUB
016590     END-IF.
016600 7010-EXIT.
016610     EXIT.
016620*
016630*    IS CHG-LANG-CODE ON THE LANGUAGE TABLE AT ALL, AND UNDER
016640*    HOW MANY RECORDS.
016650 7050-FIND-LANGUAGE-CODE.
016660     SET WS-LANG-NOT-ON-FILE TO TRUE.
016670     MOVE ZERO TO WS-LANG-RECORDS.
016680     PERFORM 7060-COUNT-ONE-ENTRY THRU 7060-EXIT
016690         VARYING LTX-SUB FROM 1 BY 1 UNTIL LTX-SUB > LTX-COUNT.
016700 7050-EXIT.
016710     EXIT.
016720*
016730 7060-COUNT-ONE-ENTRY.
016740     IF LTX-LANG-CODE(LTX-SUB) = CHG-LANG-CODE
016750         SET WS-LANG-ON-FILE TO TRUE
016760         ADD 1 TO WS-LANG-RECORDS
016770     END-IF.
016780 7060-EXIT.
016790     EXIT.
016800*
016810*----------------------------------------------------------------*
016820*    7100-GET-FILE-CHOICE - ASK WHICH TEXT FILE TO WORK ON,
016830*    LEAVING CHG-FILE-ID AT SPACE ON ANYTHING BUT L OR D.
016840*----------------------------------------------------------------*
016850 7100-GET-FILE-CHOICE.
016860     MOVE SPACE TO CHG-FILE-ID.
016870     DISPLAY 'FILE (L=OMILANG LANGUAGE TEXTS, D=OMIDETL'
016880         ' GUIDANCE): ' WITH NO ADVANCING.
016890     ACCEPT WS-ANSWER.
016900     IF WS-ANSWER = 'L' OR WS-ANSWER = 'l'
016910         MOVE 'L' TO CHG-FILE-ID
016920     ELSE
016930         IF WS-ANSWER = 'D' OR WS-ANSWER = 'd'
016940             MOVE 'D' TO CHG-FILE-ID
016950         ELSE
016960             DISPLAY 'INVALID ENTRY - PLEASE TYPE L OR D.'
016970         END-IF
016980     END-IF.
016990 7100-EXIT.
017000     EXIT.
017010*
017020 7200-GET-LANGUAGE-CODE.
017030     DISPLAY 'LANGUAGE CODE (ONE CHARACTER): '
017040         WITH NO ADVANCING.
017050     ACCEPT CHG-LANG-CODE.
017060     INSPECT CHG-LANG-CODE
017070         CONVERTING 'abcdefghijklmnopqrstuvwxyz'
017080                 TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
017090     IF CHG-LANG-CODE = SPACE
017100         DISPLAY 'REFUSED - A LANGUAGE CODE IS NEEDED.'
017110     END-IF.
017120 7200-EXIT.
017130     EXIT.
017140*
017150*----------------------------------------------------------------*
017160*    7300-GET-LEVEL - ASK FOR THE LEVEL, 00-13 ON THE LANGUAGE
017170*    FILE (00 IS THE RECORD CARRYING THE NAME) OR 1-13 ON THE
017180*    DETAIL FILE. A BLANK ENTRY IS NOT TAKEN AS LEVEL 00.
017190*----------------------------------------------------------------*
017200 7300-GET-LEVEL.
017210     IF CHG-LANGUAGE-FILE
017220         DISPLAY 'LEVEL (00 = LANGUAGE NAME, 1-13): '
017230             WITH NO ADVANCING
017240     ELSE
017250         DISPLAY 'LEVEL (1-13): ' WITH NO ADVANCING
017260     END-IF.
017270     ACCEPT WS-ENTRY-INPUT.
017280     PERFORM 8000-EDIT-NUMERIC-ENTRY THRU 8000-EXIT.
017290     IF WS-ENTRY-INPUT = SPACES
017300      OR WS-ENTRY-NUMBER > 13
017310         SET WS-ENTRY-NOT-VALID TO TRUE
017320     END-IF.
017330     IF CHG-DETAIL-FILE AND WS-ENTRY-NUMBER = ZERO
017340         SET WS-ENTRY-NOT-VALID TO TRUE
017350     END-IF.
017360     IF WS-ENTRY-NOT-VALID
017370         IF CHG-LANGUAGE-FILE
017380             DISPLAY 'REFUSED - LEVEL MUST BE 00 THROUGH 13.'
017390         ELSE
017400             DISPLAY 'REFUSED - LEVEL MUST BE 1 THROUGH 13.'
017410         END-IF
017420         GO TO 7300-EXIT
017430     END-IF.
017440     MOVE WS-ENTRY-NUMBER TO CHG-LEVEL-CODE.
017450 7300-EXIT.
017460     EXIT.
017470*
017480*----------------------------------------------------------------*
017490*    7400-GET-FIELD - ASK WHICH TEXT ON THE RECORD TO CHANGE,
017500*    LEAVING ITS LANGUAGE-TABLE TEXT NUMBER IN CHG-FIELD-SUB
017510*    (ZERO ON A BAD ENTRY). THE HEADLINE IS ONLY ON OMILANG.
017520*----------------------------------------------------------------*
017530 7400-GET-FIELD.
017540     MOVE ZERO TO CHG-FIELD-SUB.
017550     IF CHG-LANGUAGE-FILE
017560         DISPLAY 'FIELD (H=HEADLINE 1=HEALTH 2=BUSINESS'
017570             ' 3=TRAVEL 4=LOVE 5=GENERAL): ' WITH NO ADVANCING
017580     ELSE
017590         DISPLAY 'FIELD (1=HEALTH 2=BUSINESS 3=TRAVEL 4=LOVE'
017600             ' 5=GENERAL): ' WITH NO ADVANCING
017610     END-IF.
017620     ACCEPT WS-ANSWER.
017630     IF (WS-ANSWER = 'H' OR WS-ANSWER = 'h')
017640      AND CHG-LANGUAGE-FILE
017650         MOVE 1 TO CHG-FIELD-SUB
017660     ELSE
017670         IF WS-ANSWER NOT < '1' AND WS-ANSWER NOT > '5'
017680             MOVE WS-ANSWER TO CHG-FIELD-DIGIT
017690             COMPUTE CHG-FIELD-SUB = CHG-FIELD-DIGIT + 1
017700         ELSE
017710             DISPLAY 'REFUSED - NOT ONE OF THE FIELDS LISTED.'
017720         END-IF
017730     END-IF.
017740 7400-EXIT.
017750     EXIT.
017760*
017770*----------------------------------------------------------------*
017780*    7500-SHOW-PROOF-OF-RECORD - BUILD THE SLIP RECORD A DRAW AT
017790*    CHG-LEVEL-CODE WOULD WRITE FROM THE TEXTS IN STORAGE, THE
017800*    SAME WAY THE DRAW PROGRAMS PICK THEM: A LANGUAGE'S OWN TEXTS
017810*    (FALLING BACK TO THE BUILT-IN JAPANESE HEADLINE IF ITS OWN
017820*    IS BLANK), OR THE BUILT-IN JAPANESE HEADLINE WITH THE
017830*    OMIDETL GUIDANCE. EACH TEXT IS SHOWN BETWEEN BARS UNDER A
017840*    COLUMN RULER SO A SHIFTED OR OVER-LONG LINE IS PLAIN. FOR A
017850*    LEVEL-00 RECORD THE KIOSK'S LANGUAGE PROMPT LINE IS SHOWN.
017860*----------------------------------------------------------------*
017870 7500-SHOW-PROOF-OF-RECORD.
017880     IF CHG-LANGUAGE-FILE AND CHG-LEVEL-CODE = ZERO
017890         DISPLAY 'PROOF - THE KIOSK LANGUAGE PROMPT WILL READ:'
017900         DISPLAY '  ' LTX-LANG-CODE(LTX-MATCH-SUB) ' = '
017910             LTX-LANG-NAME(LTX-MATCH-SUB)
017920         GO TO 7500-EXIT
017930     END-IF.
017940     MOVE ZERO            TO SPR-SLIP-NO.
017950     MOVE WS-CURRENT-DATE TO SPR-DRAW-DATE.
017960     MOVE CHG-LEVEL-CODE  TO SPR-LEVEL-CODE.
017970     IF CHG-LANGUAGE-FILE
017980         MOVE LTX-TEXT(LTX-MATCH-SUB, 1) TO SPR-FORTUNE-TEXT
017990         IF SPR-FORTUNE-TEXT = SPACES
018000             MOVE FORTUNE-JP-TEXT(CHG-LEVEL-CODE)
018010                 TO SPR-FORTUNE-TEXT
018020         END-IF
018030         MOVE LTX-TEXT(LTX-MATCH-SUB, 2) TO SPR-HEALTH-TEXT
018040         MOVE LTX-TEXT(LTX-MATCH-SUB, 3) TO SPR-BUSINESS-TEXT
018050         MOVE LTX-TEXT(LTX-MATCH-SUB, 4) TO SPR-TRAVEL-TEXT
018060         MOVE LTX-TEXT(LTX-MATCH-SUB, 5) TO SPR-LOVE-TEXT
018070         MOVE LTX-TEXT(LTX-MATCH-SUB, 6) TO SPR-GENERAL-TEXT
018080     ELSE
018090         MOVE FORTUNE-JP-TEXT(CHG-LEVEL-CODE)
018100             TO SPR-FORTUNE-TEXT
018110         MOVE DTX-TEXT(CHG-LEVEL-CODE, 1) TO SPR-HEALTH-TEXT
018120         MOVE DTX-TEXT(CHG-LEVEL-CODE, 2) TO SPR-BUSINESS-TEXT
018130         MOVE DTX-TEXT(CHG-LEVEL-CODE, 3) TO SPR-TRAVEL-TEXT
018140         MOVE DTX-TEXT(CHG-LEVEL-CODE, 4) TO SPR-LOVE-TEXT
018150         MOVE DTX-TEXT(CHG-LEVEL-CODE, 5) TO SPR-GENERAL-TEXT
018160     END-IF.
018170     MOVE ZERO            TO SPR-LOT-NO.
018180     MOVE 'U'             TO SPR-PRINT-STATUS.
018190     MOVE ZERO            TO SPR-PRINT-RUN-NO.
018200     MOVE ZERO            TO SPR-RELEASE-DATE.
018210     MOVE SPACES          TO SPR-SITE-ID.
018220     IF CHG-LANGUAGE-FILE
018230         DISPLAY 'PROOF - LANGUAGE ' CHG-LANG-CODE ' LEVEL '
018240             SPR-LEVEL-CODE ' SLIP RECORD:'
018250     ELSE
018260         DISPLAY 'PROOF - OMIDETL LEVEL ' SPR-LEVEL-CODE
018270             ' SLIP RECORD (BUILT-IN JAPANESE HEADLINE):'
018280     END-IF.
018290     DISPLAY '  SLIP ' SPR-SLIP-NO ' DATE ' SPR-DRAW-DATE
018300         ' LEVEL ' SPR-LEVEL-CODE ' LOT ' SPR-LOT-NO
018310         ' STATUS ' SPR-PRINT-STATUS.
018320     DISPLAY '            ....+....1....+....2....+....3'
018330         '....+....4....+....5....+....6'.
018340     DISPLAY '  HEADLINE |' SPR-FORTUNE-TEXT '|'.
018350     DISPLAY '  HEALTH   |' SPR-HEALTH-TEXT '|'.
018360     DISPLAY '  BUSINESS |' SPR-BUSINESS-TEXT '|'.
018370     DISPLAY '  TRAVEL   |' SPR-TRAVEL-TEXT '|'.
018380     DISPLAY '  LOVE     |' SPR-LOVE-TEXT '|'.
018390     DISPLAY '  GENERAL  |' SPR-GENERAL-TEXT '|'.
018400 7500-EXIT.
018410     EXIT.
018420*
018430*----------------------------------------------------------------*
018440*    8000-EDIT-NUMERIC-ENTRY - RIGHT-JUSTIFY AND ZERO-FILL A
018450*    TYPED ENTRY SO '42' EDITS TO 00000042. A BLANK ENTRY EDITS
018460*    TO ZERO. ANYTHING ELSE NON-NUMERIC IS REJECTED.
018470*----------------------------------------------------------------*
018480 8000-EDIT-NUMERIC-ENTRY.
018490     SET WS-ENTRY-NOT-VALID TO TRUE.
018500     MOVE ZERO TO WS-ENTRY-NUMBER.
018510     IF WS-ENTRY-INPUT = SPACES
018520         SET WS-ENTRY-VALID TO TRUE
018530         GO TO 8000-EXIT
018540     END-IF.
018550     MOVE WS-ENTRY-INPUT TO WS-ENTRY-EDITED.
018560     PERFORM 8100-SHIFT-ENTRY-RIGHT THRU 8100-EXIT
018570         UNTIL WS-ENTRY-EDITED(8:1) NOT = SPACE.
018580     INSPECT WS-ENTRY-EDITED REPLACING LEADING ' ' BY '0'.
018590     IF WS-ENTRY-EDITED IS NUMERIC
018600         MOVE WS-ENTRY-EDITED TO WS-ENTRY-NUMBER
018610         SET WS-ENTRY-VALID TO TRUE
018620     END-IF.
018630 8000-EXIT.
018640     EXIT.
018650*
018660*----------------------------------------------------------------*
018670*    8100-SHIFT-ENTRY-RIGHT - SLIDE THE TYPED DIGITS ONE PLACE
018680*    RIGHT, ZERO-FILLING ON THE LEFT, UNTIL THEY SIT AGAINST
018690*    THE RIGHT-HAND END OF THE FIELD.
018700*----------------------------------------------------------------*
018710 8100-SHIFT-ENTRY-RIGHT.
018720     MOVE WS-ENTRY-EDITED(1:7) TO WS-ENTRY-HOLD.
018730     MOVE '0' TO WS-ENTRY-EDITED(1:1).
018740     MOVE WS-ENTRY-HOLD TO WS-ENTRY-EDITED(2:7).
018750 8100-EXIT.
018760     EXIT.
018770*
018780*----------------------------------------------------------------*
018790*    8700-WRITE-ACCESS-LOG - APPEND THE ACCESS EVENT IN HAND TO
018800*    THE OMIACCL ACCESS LOG UNDER THE SIGNED-ON OPERATOR, CREATING
018810*    THE FILE ON FIRST USE. OPENED AND CLOSED PER EVENT SO
018820*    CONCURRENT COUNTERS INTERLEAVE WHOLE RECORDS. A LOG THAT
018830*    CANNOT BE OPENED LOSES THE EVENT BUT NEVER STOPS THE RUN.
018840*----------------------------------------------------------------*
018850 8700-WRITE-ACCESS-LOG.
018860     ACCEPT WS-ACL-TIME FROM TIME.
018870     OPEN EXTEND ACCESS-LOG-FILE.
018880     IF WS-ACL-STATUS = '35'
018890         OPEN OUTPUT ACCESS-LOG-FILE
018900         CLOSE ACCESS-LOG-FILE
018910         OPEN EXTEND ACCESS-LOG-FILE
018920     END-IF.
018930     IF WS-ACL-STATUS NOT = '00'
018940         DISPLAY 'OMIACCL: CANNOT OPEN ACCESS LOG (STATUS '
018950             WS-ACL-STATUS ') - EVENT LOST.'
018960         GO TO 8700-EXIT
018970     END-IF.
018980     MOVE WS-CURRENT-DATE TO ACL-LOG-DATE.
018990     MOVE WS-ACL-TIME     TO ACL-LOG-TIME.
019000     MOVE 'OMITMNT '      TO ACL-PROGRAM-ID.
019010     MOVE WS-OPERATOR-ID  TO ACL-OPERATOR-ID.
019020     MOVE WS-ACL-EVENT    TO ACL-EVENT-TYPE.
019030     MOVE WS-ACL-TEXT     TO ACL-EVENT-TEXT.
019040     WRITE ACCESS-LOG-RECORD.
019050     CLOSE ACCESS-LOG-FILE.
019051 8700-EXIT.
019052     EXIT.
019053*
019054*----------------------------------------------------------------*
019055*    8800-WRITE-OPS-MESSAGE - APPEND THE MESSAGE IN HAND TO THE
019056*    OMIOPSL OPERATIONS LOG AND RAISE THE RUN'S WORST SEVERITY,
019057*    WHICH BECOMES THE RETURN CODE. OPENED AND CLOSED PER
019058*    MESSAGE SO CONCURRENT TERMINALS INTERLEAVE WHOLE RECORDS.
019059*    A LOG THAT CANNOT BE OPENED LOSES THE MESSAGE BUT NEVER
019060*    STOPS THE RUN - THE CONSOLE DISPLAY HAS ALREADY BEEN MADE.
019061*----------------------------------------------------------------*
019062 8800-WRITE-OPS-MESSAGE.
019063     IF WS-OPS-SEVERITY = 'S'
019064         MOVE 8 TO WS-HIGHEST-SEVERITY
019065     END-IF.
019066     IF WS-OPS-SEVERITY = 'W' AND WS-HIGHEST-SEVERITY < 4
019067         MOVE 4 TO WS-HIGHEST-SEVERITY
019068     END-IF.
019069     ACCEPT WS-OPS-TIME FROM TIME.
019070     OPEN EXTEND OPS-MESSAGE-FILE.
019071     IF WS-OPS-STATUS = '35'
019072         OPEN OUTPUT OPS-MESSAGE-FILE
019073         CLOSE OPS-MESSAGE-FILE
019074         OPEN EXTEND OPS-MESSAGE-FILE
019075     END-IF.
019076     IF WS-OPS-STATUS NOT = '00'
019077         DISPLAY 'OMIOPSL: CANNOT OPEN OPS LOG (STATUS '
019078             WS-OPS-STATUS ') - MESSAGE LOST.'
019079         GO TO 8800-EXIT
019080     END-IF.
019081     MOVE WS-CURRENT-DATE TO OPR-MSG-DATE.
019082     MOVE WS-OPS-TIME     TO OPR-MSG-TIME.
019083     MOVE 'OMITMNT '      TO OPR-PROGRAM-ID.
019084     MOVE WS-OPS-SEVERITY TO OPR-SEVERITY.
019085     MOVE WS-OPS-CODE     TO OPR-MSG-CODE.
019086     MOVE WS-OPS-TEXT     TO OPR-MSG-TEXT.
019087     WRITE OPS-MESSAGE-RECORD.
019088     CLOSE OPS-MESSAGE-FILE.
019089 8800-EXIT.
019090     EXIT.
019091*
019092*----------------------------------------------------------------*
019100*    9000-TERMINATE - END THE RUN.
019110*----------------------------------------------------------------*
019120 9000-TERMINATE.
019130     DISPLAY 'OMITMNT: RUN COMPLETE.'.
019140 9000-EXIT.
019150     EXIT.
