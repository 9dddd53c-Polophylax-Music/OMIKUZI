000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. OMIXTRC.
000030 AUTHOR. T. SATO.
000040 INSTALLATION. SHRINE SYSTEMS SECTION.
000050 DATE-WRITTEN. 2026-10-07.
000060 DATE-COMPILED.
000070*
000080*    MODIFICATION HISTORY.
000090*    DATE       INIT  DESCRIPTION
000100*    ---------- ----  -----------------------------------------
000110*    2026-10-07 TS    ORIGINAL VERSION. BRANCH TRANSMISSION
000120*                      EXTRACT. CUTS THE CLOSED DAYS NOT YET SENT
000130*                      FROM THE BRANCH'S OMILOG AND OMICLSF INTO
000140*                      ONE OMIXMIT FILE FOR THE HEAD OFFICE, WITH
000150*                      A HEADER (BRANCH, FROM AND TO DATE,
000160*                      TRANSMISSION SEQUENCE NUMBER) AND A
000170*                      TRAILER (RECORD COUNT, DRAW COUNT, FEE HASH
000180*                      TOTAL, PER-LEVEL TOTALS) THAT OMICONS
000190*                      CHECKS BEFORE IT MERGES ANYTHING. THE DAYS
000200*                      RUN FROM THE DAY AFTER THE LAST ONE SENT TO
000210*                      THE LAST DAY ON OMICLSF, SO A DAY IS ONLY
000220*                      SENT ONCE IT IS CLOSED; A REVERSAL OR LATE
000230*                      DRAW APPENDED FOR A DAY ALREADY SENT GOES
000240*                      WITH THE NEXT TRANSMISSION. EVERY
000250*                      TRANSMISSION IS RECORDED ON OMIXHST, AND A
000260*                      LOST ONE CAN BE CUT AGAIN UNDER ITS OWN
000270*                      SEQUENCE NUMBER.
000280*
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT DRAW-LOG-FILE ASSIGN TO "OMILOG"
000330         ORGANIZATION IS LINE SEQUENTIAL
000340         FILE STATUS IS WS-LOG-STATUS.
000350     SELECT CLOSE-FILE ASSIGN TO "OMICLSF"
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS WS-CLS-STATUS.
000380     SELECT TRANSMISSION-FILE ASSIGN TO "OMIXMIT"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-XMT-STATUS.
000410     SELECT HISTORY-FILE ASSIGN TO "OMIXHST"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-XHS-STATUS.
000440     SELECT SITE-FILE ASSIGN TO "OMISITE"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-SIT-STATUS.
000470     SELECT OPS-MESSAGE-FILE ASSIGN TO "OMIOPSL"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-OPS-STATUS.
000500     SELECT BUSINESS-DATE-FILE ASSIGN TO "OMIBDAT"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-BDT-STATUS.
000530*
000540 DATA DIVISION.
000550 FILE SECTION.
000560 FD  DRAW-LOG-FILE
000570     RECORD CONTAINS 98 CHARACTERS.
000580 COPY OMLOGFD.
000590*
000600 FD  CLOSE-FILE
000610     RECORD CONTAINS 118 CHARACTERS.
000620 COPY OMCLSFD.
000630*
000640 FD  TRANSMISSION-FILE
000650     RECORD CONTAINS 119 CHARACTERS.
000660 COPY OMXMTFD.
000670*
000680 FD  HISTORY-FILE
000690     RECORD CONTAINS 62 CHARACTERS.
000700 COPY OMXHSFD.
000710*
000720 FD  SITE-FILE
000730     RECORD CONTAINS 4 CHARACTERS.
000740 COPY OMSITFD.
000750*
000760 FD  OPS-MESSAGE-FILE
000770     RECORD CONTAINS 93 CHARACTERS.
000780 COPY OMOPMFD.
000790*
000800 FD  BUSINESS-DATE-FILE
000810     RECORD CONTAINS 32 CHARACTERS.
000820 COPY OMBDTFD.
000830*
000840 WORKING-STORAGE SECTION.
000850 01  WS-CURRENT-DATE              PIC 9(08).
000860 01  WS-CURRENT-TIME              PIC 9(08).
000870 01  WS-BDT-STATUS                PIC X(02).
000880 01  WS-LOG-STATUS                PIC X(02).
000890 01  WS-CLS-STATUS                PIC X(02).
000900 01  WS-XMT-STATUS                PIC X(02).
000910 01  WS-XHS-STATUS                PIC X(02).
000920 01  WS-SIT-STATUS                PIC X(02).
000930 01  WS-OPS-STATUS                PIC X(02).
000940 01  WS-SITE-ID                   PIC X(04) VALUE 'MAIN'.
000950*
000960*    OPERATIONS MESSAGE IN HAND AND THE WORST SEVERITY SEEN
000970*    THIS RUN - 0 CLEAN, 4 WARNING, 8 SEVERE - WHICH BECOMES
000980*    THE RETURN CODE AT END OF RUN.
000990 01  WS-OPS-TIME                  PIC 9(08).
001000 01  WS-OPS-SEVERITY              PIC X(01).
001010 01  WS-OPS-CODE                  PIC X(08).
001020 01  WS-OPS-TEXT                  PIC X(60).
001030 01  WS-HIGHEST-SEVERITY          PIC 9(01) VALUE ZERO.
001040*
001050*    NUMERIC ENTRY EDITING - TYPED INPUT SITS AT THE LEFT OF
001060*    THE FIELD WITH TRAILING SPACES, SO THE DIGITS ARE SHIFTED
001070*    TO THE RIGHT AND ZERO-FILLED BEFORE THE NUMERIC TEST.
001080 01  WS-ENTRY-INPUT               PIC X(08).
001090 01  WS-ENTRY-EDITED              PIC X(08).
001100 01  WS-ENTRY-HOLD                PIC X(07).
001110 01  WS-ENTRY-NUMBER              PIC 9(08).
001120 01  WS-ENTRY-SWITCH              PIC X(01) VALUE 'N'.
001130     88  WS-ENTRY-VALID                VALUE 'Y'.
001140     88  WS-ENTRY-NOT-VALID            VALUE 'N'.
001150*
001160*    THE LAST TRANSMISSION ON OMIXHST, AND THE ONE ASKED FOR
001170*    WHEN A LOST TRANSMISSION IS BEING CUT AGAIN.
001180 01  WS-HISTORY-SWITCH            PIC X(01) VALUE 'N'.
001190     88  WS-HISTORY-ON-FILE            VALUE 'Y'.
001200 01  WS-LAST-SEQUENCE-NO          PIC 9(05) VALUE ZERO.
001210 01  WS-LAST-TO-DATE              PIC 9(08) VALUE ZERO.
001220 01  WS-LAST-MARK-TO              PIC 9(09) VALUE ZERO.
001230 01  WS-RESEND-SEQUENCE-NO        PIC 9(05) VALUE ZERO.
001240 01  WS-RESEND-SWITCH             PIC X(01) VALUE 'N'.
001250     88  WS-RESEND-FOUND               VALUE 'Y'.
001260*
001270*    THE TRANSMISSION BEING CUT: ITS SEQUENCE NUMBER, THE DAYS
001280*    IT COVERS, AND THE OMILOG RECORDS IT MAY TAKE - EVERY
001290*    RECORD UP TO THE MARK-TO DATED FROM-DATE THROUGH TO-DATE,
001300*    AND ANY RECORD PAST THE MARK-FROM DATED BEFORE FROM-DATE
001310*    (A REVERSAL OR LATE DRAW FOR A DAY ALREADY SENT).
001320 01  WS-SEQUENCE-NO               PIC 9(05) VALUE ZERO.
001330 01  WS-FROM-DATE                 PIC 9(08) VALUE ZERO.
001340 01  WS-TO-DATE                   PIC 9(08) VALUE ZERO.
001350 01  WS-FIRST-CLOSE-DATE          PIC 9(08) VALUE ZERO.
001360 01  WS-MARK-FROM                 PIC 9(09) VALUE ZERO.
001370 01  WS-MARK-TO                   PIC 9(09) VALUE ZERO.
001380 01  WS-LOG-COUNT                 PIC 9(09) VALUE ZERO.
001390 01  WS-LOG-RECNO                 PIC 9(09) VALUE ZERO.
001400*
001410*    TRAILER CONTROL TOTALS, BUILT AS THE RECORDS ARE WRITTEN.
001420 01  WS-RECORD-COUNT              PIC 9(07) VALUE ZERO.
001430 01  WS-DRAW-COUNT                PIC 9(07) VALUE ZERO.
001440 01  WS-FEE-HASH                  PIC 9(11) VALUE ZERO.
001450 01  TOT-LEVEL-TABLE.
001460     05  TOT-LEVEL-COUNT          PIC 9(07) OCCURS 13 TIMES.
001470 01  WS-LVL-SUB                   PIC 9(02) COMP.
001480*
001490*    RUN COUNTS FOR THE SUMMARY.
001500 01  WS-LOG-SENT-COUNT            PIC 9(07) VALUE ZERO.
001510 01  WS-LATE-SENT-COUNT           PIC 9(07) VALUE ZERO.
001520 01  WS-CLOSE-SENT-COUNT          PIC 9(07) VALUE ZERO.
001530 01  WS-UNUSABLE-COUNT            PIC 9(07) VALUE ZERO.
001540*
001550*    CALENDAR WORK FIELDS FOR THE DAY AFTER THE LAST DAY SENT.
001560 01  DTE-WORK-DATE.
001570     05  DTE-YEAR                 PIC 9(04).
001580     05  DTE-MONTH                PIC 9(02).
001590     05  DTE-DAY                  PIC 9(02).
001600 01  DTE-WORK-DATE-N REDEFINES DTE-WORK-DATE
001610                                  PIC 9(08).
001620 01  DTE-MONTH-END                PIC 9(02).
001630 01  DTE-QUOTIENT                 PIC 9(04) COMP.
001640 01  DTE-REMAINDER                PIC 9(04) COMP.
001650 01  DTE-MONTH-TABLE-VALUES       PIC X(24)
001660     VALUE '312831303130313130313031'.
001670 01  DTE-MONTH-TABLE REDEFINES DTE-MONTH-TABLE-VALUES.
001680     05  DTE-MONTH-LEN            PIC 9(02) OCCURS 12 TIMES.
001690*
001700 01  WS-FATAL-SWITCH              PIC X(01) VALUE 'N'.
001710     88  WS-RUN-FATAL                  VALUE 'Y'.
001720*
001730 PROCEDURE DIVISION.
001740 0000-MAINLINE SECTION.
001750     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001760     IF NOT WS-RUN-FATAL
001770         PERFORM 2000-SET-WINDOW THRU 2000-EXIT
001780     END-IF.
001790     IF NOT WS-RUN-FATAL
001800         PERFORM 3000-WRITE-TRANSMISSION THRU 3000-EXIT
001810     END-IF.
001820     IF NOT WS-RUN-FATAL
001830         PERFORM 4000-RECORD-HISTORY THRU 4000-EXIT
001840     END-IF.
001850     IF NOT WS-RUN-FATAL
001860         PERFORM 5000-PRINT-SUMMARY THRU 5000-EXIT
001870     END-IF.
001880     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001890     MOVE WS-HIGHEST-SEVERITY TO RETURN-CODE.
001900     STOP RUN.
001910*
001920*----------------------------------------------------------------*
001930*    1000-INITIALIZE - GET THE BUSINESS DATE AND THE BRANCH'S
001940*    SITE, FIND THE LAST TRANSMISSION SENT, AND ASK WHETHER A
001950*    LOST TRANSMISSION IS TO BE CUT AGAIN. A BLANK ANSWER (OR
001960*    NO ANSWER, IN THE NIGHT STREAM) CUTS THE NEXT ONE.
001970*----------------------------------------------------------------*
001980 1000-INITIALIZE.
001990     PERFORM 1010-LOAD-BUSINESS-DATE THRU 1010-EXIT.
002000     PERFORM 1050-LOAD-SITE-ID THRU 1050-EXIT.
002010     PERFORM 1200-LOAD-HISTORY THRU 1200-EXIT.
002020     DISPLAY 'SEQUENCE NUMBER TO CUT AGAIN (BLANK FOR THE NEXT'
002030         ' TRANSMISSION): ' WITH NO ADVANCING.
002040     MOVE SPACES TO WS-ENTRY-INPUT.
002050     ACCEPT WS-ENTRY-INPUT.
002060     PERFORM 8000-EDIT-NUMERIC-ENTRY THRU 8000-EXIT.
002070     IF WS-ENTRY-NOT-VALID OR WS-ENTRY-NUMBER > 99999
002080         DISPLAY 'OMIXTRC: UNUSABLE SEQUENCE NUMBER - NOTHING'
002090             ' CUT.'
002100         MOVE 'S' TO WS-OPS-SEVERITY
002110         MOVE 'XTR0001' TO WS-OPS-CODE
002120         MOVE 'UNUSABLE SEQUENCE NUMBER GIVEN - NOTHING CUT'
002130             TO WS-OPS-TEXT
002140         PERFORM 8800-WRITE-OPS-MESSAGE THRU 8800-EXIT
002150         SET WS-RUN-FATAL TO TRUE
002160         GO TO 1000-EXIT
002170     END-IF.
002180     MOVE WS-ENTRY-NUMBER TO WS-RESEND-SEQUENCE-NO.
002190 1000-EXIT.
002200     EXIT.
002210*
002220*----------------------------------------------------------------*
002230*    1010-LOAD-BUSINESS-DATE - THE SHRINE DAY COMES FROM THE
002240*    OMIBDAT CONTROL RECORD, NOT THE MACHINE CLOCK, SO A STREAM
002250*    THAT RUNS PAST MIDNIGHT STAYS ON THE DAY IT BELONGS TO.
002260*    ONLY THE END-OF-DAY ROLL MOVES IT ON. WITH NO USABLE
002270*    RECORD ON FILE THE MACHINE DATE IS TAKEN.
002280*----------------------------------------------------------------*
002290 1010-LOAD-BUSINESS-DATE.
002300     MOVE ZERO TO WS-CURRENT-DATE.
002310     OPEN INPUT BUSINESS-DATE-FILE.
002320     IF WS-BDT-STATUS NOT = '35'
002330         READ BUSINESS-DATE-FILE
002340             AT END
002350                 CONTINUE
002360         END-READ
002370         IF WS-BDT-STATUS = '00'
002380          AND BDR-BUSINESS-DATE IS NUMERIC
002390             MOVE BDR-BUSINESS-DATE TO WS-CURRENT-DATE
002400         END-IF
002410         CLOSE BUSINESS-DATE-FILE
002420     END-IF.
002430     IF WS-CURRENT-DATE = ZERO
002440         ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
002450         DISPLAY 'OMIBDAT: NO BUSINESS DATE ON FILE - USING THE'
002460             ' MACHINE DATE ' WS-CURRENT-DATE '.'
002470     END-IF.
002480 1010-EXIT.
002490     EXIT.
002500*
002510*----------------------------------------------------------------*
002520*    1050-LOAD-SITE-ID - PICK UP THIS BRANCH'S SITE FROM
002530*    OMISITE. IT GOES ON THE HEADER AS THE BRANCH IDENTITY. A
002540*    MISSING OR EMPTY FILE LEAVES THE DEFAULT, MAIN.
002550*----------------------------------------------------------------*
002560 1050-LOAD-SITE-ID.
002570     OPEN INPUT SITE-FILE.
002580     IF WS-SIT-STATUS NOT = '35'
002590         READ SITE-FILE
002600             AT END
002610                 CONTINUE
002620         END-READ
002630         IF WS-SIT-STATUS = '00'
002640          AND STR-SITE-ID NOT = SPACES
002650             MOVE STR-SITE-ID TO WS-SITE-ID
002660         END-IF
002670         CLOSE SITE-FILE
002680     END-IF.
002690 1050-EXIT.
002700     EXIT.
002710*
002720*----------------------------------------------------------------*
002730*    1200-LOAD-HISTORY - FIND THE LAST TRANSMISSION ON OMIXHST.
002740*    NO FILE MEANS THIS BRANCH HAS NEVER SENT ONE.
002750*----------------------------------------------------------------*
002760 1200-LOAD-HISTORY.
002770     OPEN INPUT HISTORY-FILE.
002780     IF WS-XHS-STATUS = '35'
002790         GO TO 1200-EXIT
002800     END-IF.
002810     PERFORM 1210-READ-ONE-HISTORY THRU 1210-EXIT
002820         UNTIL WS-XHS-STATUS = '10'.
002830     CLOSE HISTORY-FILE.
002840 1200-EXIT.
002850     EXIT.
002860*
002870 1210-READ-ONE-HISTORY.
002880     READ HISTORY-FILE
002890         AT END
002900             MOVE '10' TO WS-XHS-STATUS
002910     END-READ.
002920     IF WS-XHS-STATUS = '10'
002930         GO TO 1210-EXIT
002940     END-IF.
002950     IF XHS-SEQUENCE-NO IS NOT NUMERIC
002960      OR XHS-TO-DATE IS NOT NUMERIC
002970      OR XHS-LOG-MARK-TO IS NOT NUMERIC
002980         GO TO 1210-EXIT
002990     END-IF.
003000     SET WS-HISTORY-ON-FILE TO TRUE.
003010     MOVE XHS-SEQUENCE-NO TO WS-LAST-SEQUENCE-NO.
003020     MOVE XHS-TO-DATE     TO WS-LAST-TO-DATE.
003030     MOVE XHS-LOG-MARK-TO TO WS-LAST-MARK-TO.
003040 1210-EXIT.
003050     EXIT.
003060*
003070*----------------------------------------------------------------*
003080*    2000-SET-WINDOW - DECIDE WHAT THIS TRANSMISSION CARRIES.
003090*    CUTTING AGAIN TAKES THE DAYS AND LOG MARKS OF THE LOST
003100*    TRANSMISSION FROM OMIXHST. OTHERWISE THE DAYS RUN FROM THE
003110*    DAY AFTER THE LAST ONE SENT (THE FIRST DAY ON OMICLSF THE
003120*    FIRST TIME) TO THE LAST DAY CLOSED ON OMICLSF, AND THE LOG
003130*    IS TAKEN UP TO ITS PRESENT END.
003140*----------------------------------------------------------------*
003150 2000-SET-WINDOW.
003160     PERFORM 2050-COUNT-LOG-RECORDS THRU 2050-EXIT.
003170     IF WS-RESEND-SEQUENCE-NO > ZERO
003180         PERFORM 2100-FIND-LOST-TRANSMISSION THRU 2100-EXIT
003190         GO TO 2000-EXIT
003200     END-IF.
003210     PERFORM 2200-FIND-LAST-CLOSE THRU 2200-EXIT.
003220     IF WS-TO-DATE = ZERO
003230         DISPLAY 'OMIXTRC: NO CLOSED DAY ON OMICLSF - NOTHING'
003240             ' SENT.'
003250         MOVE 'W' TO WS-OPS-SEVERITY
003260         MOVE 'XTR0002' TO WS-OPS-CODE
003270         MOVE 'NO CLOSED DAY ON OMICLSF - NOTHING SENT'
003280             TO WS-OPS-TEXT
003290         PERFORM 8800-WRITE-OPS-MESSAGE THRU 8800-EXIT
003300         SET WS-RUN-FATAL TO TRUE
003310         GO TO 2000-EXIT
003320     END-IF.
003330     IF WS-HISTORY-ON-FILE
003340      AND WS-TO-DATE NOT > WS-LAST-TO-DATE
003350         DISPLAY 'OMIXTRC: NO DAY CLOSED SINCE ' WS-LAST-TO-DATE
003360             ' WENT IN TRANSMISSION ' WS-LAST-SEQUENCE-NO
003370             ' - NOTHING SENT.'
003380         MOVE 'W' TO WS-OPS-SEVERITY
003390         MOVE 'XTR0003' TO WS-OPS-CODE
003400         MOVE 'NO DAY CLOSED SINCE LAST SEND - NOTHING SENT'
003410             TO WS-OPS-TEXT
003420         PERFORM 8800-WRITE-OPS-MESSAGE THRU 8800-EXIT
003430         SET WS-RUN-FATAL TO TRUE
003440         GO TO 2000-EXIT
003450     END-IF.
003460     IF WS-HISTORY-ON-FILE
003470         MOVE WS-LAST-TO-DATE TO DTE-WORK-DATE-N
003480         PERFORM 8600-FORWARD-ONE-DAY THRU 8600-EXIT
003490         MOVE DTE-WORK-DATE-N TO WS-FROM-DATE
003500         MOVE WS-LAST-MARK-TO TO WS-MARK-FROM
003510     ELSE
003520         MOVE WS-FIRST-CLOSE-DATE TO WS-FROM-DATE
003530         MOVE ZERO TO WS-MARK-FROM
003540     END-IF.
003550     IF WS-LOG-COUNT < WS-MARK-FROM
003560         DISPLAY 'OMIXTRC: *** OMILOG IS SHORTER THAN AT THE LAST'
003570             ' TRANSMISSION (ARCHIVED?) - LATE RECORDS FOR DAYS'
003580             ' ALREADY SENT ARE NOT PICKED UP THIS TIME ***'
003590         MOVE 'W' TO WS-OPS-SEVERITY
003600         MOVE 'XTR0004' TO WS-OPS-CODE
003610         MOVE 'DRAW LOG SHORTER THAN AT LAST SEND - SEE JOB LOG'
003620             TO WS-OPS-TEXT
003630         PERFORM 8800-WRITE-OPS-MESSAGE THRU 8800-EXIT
003640         MOVE WS-LOG-COUNT TO WS-MARK-FROM
003650     END-IF.
003660     MOVE WS-LOG-COUNT TO WS-MARK-TO.
003670     COMPUTE WS-SEQUENCE-NO = WS-LAST-SEQUENCE-NO + 1.
003680     IF WS-LAST-SEQUENCE-NO = 99999
003690         MOVE 1 TO WS-SEQUENCE-NO
003700     END-IF.
003710 2000-EXIT.
003720     EXIT.
003730*
003740 2050-COUNT-LOG-RECORDS.
003750     MOVE ZERO TO WS-LOG-COUNT.
003760     OPEN INPUT DRAW-LOG-FILE.
003770     IF WS-LOG-STATUS = '35'
003780         GO TO 2050-EXIT
003790     END-IF.
003800     PERFORM 2060-COUNT-ONE-LOG-RECORD THRU 2060-EXIT
003810         UNTIL WS-LOG-STATUS = '10'.
003820     CLOSE DRAW-LOG-FILE.
003830 2050-EXIT.
003840     EXIT.
003850*
003860 2060-COUNT-ONE-LOG-RECORD.
003870     READ DRAW-LOG-FILE
003880         AT END
003890             MOVE '10' TO WS-LOG-STATUS
003900     END-READ.
003910     IF WS-LOG-STATUS NOT = '10'
003920         ADD 1 TO WS-LOG-COUNT
003930     END-IF.
003940 2060-EXIT.
003950     EXIT.
003960*
003970*----------------------------------------------------------------*
003980*    2100-FIND-LOST-TRANSMISSION - TAKE THE DAYS AND LOG MARKS
003990*    OF THE TRANSMISSION BEING CUT AGAIN FROM OMIXHST. IT CAN
004000*    ONLY BE CUT EXACTLY AS BEFORE WHILE OMILOG STILL HOLDS EVERY
004010*    RECORD IT HELD THEN.
004020*----------------------------------------------------------------*
004030 2100-FIND-LOST-TRANSMISSION.
004040     OPEN INPUT HISTORY-FILE.
004050     IF WS-XHS-STATUS NOT = '35'
004060         PERFORM 2110-MATCH-ONE-HISTORY THRU 2110-EXIT
004070             UNTIL WS-XHS-STATUS = '10'
004080         CLOSE HISTORY-FILE
004090     END-IF.
004100     IF NOT WS-RESEND-FOUND
004110         DISPLAY 'OMIXTRC: TRANSMISSION ' WS-RESEND-SEQUENCE-NO
004120             ' IS NOT ON OMIXHST - NOTHING CUT.'
004130         MOVE 'S' TO WS-OPS-SEVERITY
004140         MOVE 'XTR0005' TO WS-OPS-CODE
004150         MOVE 'SEQUENCE TO CUT AGAIN NOT ON OMIXHST'
004160             TO WS-OPS-TEXT
004170         PERFORM 8800-WRITE-OPS-MESSAGE THRU 8800-EXIT
004180         SET WS-RUN-FATAL TO TRUE
004190         GO TO 2100-EXIT
004200     END-IF.
004210     IF WS-LOG-COUNT < WS-MARK-TO
004220         DISPLAY 'OMIXTRC: OMILOG NO LONGER HOLDS EVERYTHING'
004230             ' TRANSMISSION ' WS-RESEND-SEQUENCE-NO ' CARRIED -'
004240             ' NOTHING CUT.'
004250         MOVE 'S' TO WS-OPS-SEVERITY
004260         MOVE 'XTR0006' TO WS-OPS-CODE
004270         MOVE 'DRAW LOG SHORTER THAN WHEN FIRST CUT - NOTHING CUT'
004280             TO WS-OPS-TEXT
004290         PERFORM 8800-WRITE-OPS-MESSAGE THRU 8800-EXIT
004300         SET WS-RUN-FATAL TO TRUE
004310         GO TO 2100-EXIT
004320     END-IF.
004330     MOVE WS-RESEND-SEQUENCE-NO TO WS-SEQUENCE-NO.
004340     DISPLAY 'OMIXTRC: CUTTING TRANSMISSION ' WS-SEQUENCE-NO
004350         ' AGAIN.'.
004360 2100-EXIT.
004370     EXIT.
004380*
004390 2110-MATCH-ONE-HISTORY.
004400     READ HISTORY-FILE
004410         AT END
004420             MOVE '10' TO WS-XHS-STATUS
004430     END-READ.
004440     IF WS-XHS-STATUS = '10'
004450         GO TO 2110-EXIT
004460     END-IF.
004470     IF XHS-SEQUENCE-NO NOT = WS-RESEND-SEQUENCE-NO
004480      OR XHS-FROM-DATE IS NOT NUMERIC
004490      OR XHS-TO-DATE IS NOT NUMERIC
004500      OR XHS-LOG-MARK-FROM IS NOT NUMERIC
004510      OR XHS-LOG-MARK-TO IS NOT NUMERIC
004520         GO TO 2110-EXIT
004530     END-IF.
004540     SET WS-RESEND-FOUND TO TRUE.
004550     MOVE XHS-FROM-DATE     TO WS-FROM-DATE.
004560     MOVE XHS-TO-DATE       TO WS-TO-DATE.
004570     MOVE XHS-LOG-MARK-FROM TO WS-MARK-FROM.
004580     MOVE XHS-LOG-MARK-TO   TO WS-MARK-TO.
004590 2110-EXIT.
004600     EXIT.
004610*
004620*----------------------------------------------------------------*
004630*    2200-FIND-LAST-CLOSE - THE FIRST AND LAST DAYS CLOSED ON
004640*    OMICLSF, NOT COUNTING ANY DATED PAST THE BUSINESS DATE.
004650*----------------------------------------------------------------*
004660 2200-FIND-LAST-CLOSE.
004670     MOVE ZERO TO WS-TO-DATE.
004680     MOVE ZERO TO WS-FIRST-CLOSE-DATE.
004690     OPEN INPUT CLOSE-FILE.
004700     IF WS-CLS-STATUS = '35'
004710         GO TO 2200-EXIT
004720     END-IF.
004730     PERFORM 2210-READ-ONE-CLOSE THRU 2210-EXIT
004740         UNTIL WS-CLS-STATUS = '10'.
004750     CLOSE CLOSE-FILE.
004760 2200-EXIT.
004770     EXIT.
004780*
004790 2210-READ-ONE-CLOSE.
004800     READ CLOSE-FILE
004810         AT END
004820             MOVE '10' TO WS-CLS-STATUS
004830     END-READ.
004840     IF WS-CLS-STATUS = '10'
004850         GO TO 2210-EXIT
004860     END-IF.
004870     IF CLR-CLOSE-DATE IS NOT NUMERIC
004880      OR CLR-CLOSE-DATE = ZERO
004890      OR CLR-CLOSE-DATE > WS-CURRENT-DATE
004900         GO TO 2210-EXIT
004910     END-IF.
004920     IF CLR-CLOSE-DATE > WS-TO-DATE
004930         MOVE CLR-CLOSE-DATE TO WS-TO-DATE
004940     END-IF.
004950     IF WS-FIRST-CLOSE-DATE = ZERO
004960      OR CLR-CLOSE-DATE < WS-FIRST-CLOSE-DATE
004970         MOVE CLR-CLOSE-DATE TO WS-FIRST-CLOSE-DATE
004980     END-IF.
004990 2210-EXIT.
005000     EXIT.
005010*
005020*----------------------------------------------------------------*
005030*    3000-WRITE-TRANSMISSION - WRITE THE HEADER, THE LOG RECORDS
005040*    AND CLOSE RECORDS THE TRANSMISSION CARRIES, AND THE TRAILER
005050*    WITH THEIR CONTROL TOTALS.
005060*----------------------------------------------------------------*
005070 3000-WRITE-TRANSMISSION.
005080     OPEN OUTPUT TRANSMISSION-FILE.
005090     IF WS-XMT-STATUS NOT = '00'
005100         DISPLAY 'OMIXMIT: CANNOT OPEN (STATUS ' WS-XMT-STATUS
005110             ') - NOTHING SENT.'
005120         MOVE 'S' TO WS-OPS-SEVERITY
005130         MOVE 'XTR0007' TO WS-OPS-CODE
005140         MOVE 'TRANSMISSION FILE CANNOT BE WRITTEN - NOTHING SENT'
005150             TO WS-OPS-TEXT
005160         PERFORM 8800-WRITE-OPS-MESSAGE THRU 8800-EXIT
005170         SET WS-RUN-FATAL TO TRUE
005180         GO TO 3000-EXIT
005190     END-IF.
005200     ACCEPT WS-CURRENT-TIME FROM TIME.
005210     MOVE SPACES TO TRANSMISSION-RECORD.
005220     MOVE 'H'             TO XMR-RECORD-TYPE.
005230     MOVE WS-SITE-ID      TO XMH-BRANCH-ID.
005240     MOVE WS-FROM-DATE    TO XMH-FROM-DATE.
005250     MOVE WS-TO-DATE      TO XMH-TO-DATE.
005260     MOVE WS-SEQUENCE-NO  TO XMH-SEQUENCE-NO.
005270     MOVE WS-CURRENT-DATE TO XMH-EXTRACT-DATE.
005280     MOVE WS-CURRENT-TIME TO XMH-EXTRACT-TIME.
005290     WRITE TRANSMISSION-RECORD.
005300     INITIALIZE TOT-LEVEL-TABLE.
005310     MOVE ZERO TO WS-LOG-RECNO.
005320     OPEN INPUT DRAW-LOG-FILE.
005330     IF WS-LOG-STATUS NOT = '35'
005340         PERFORM 3100-TAKE-ONE-LOG-RECORD THRU 3100-EXIT
005350             UNTIL WS-LOG-STATUS = '10'
005360         CLOSE DRAW-LOG-FILE
005370     END-IF.
005380     OPEN INPUT CLOSE-FILE.
005390     IF WS-CLS-STATUS NOT = '35'
005400         PERFORM 3200-TAKE-ONE-CLOSE-RECORD THRU 3200-EXIT
005410             UNTIL WS-CLS-STATUS = '10'
005420         CLOSE CLOSE-FILE
005430     END-IF.
005440     MOVE SPACES TO TRANSMISSION-RECORD.
005450     MOVE 'T'             TO XMR-RECORD-TYPE.
005460     MOVE WS-RECORD-COUNT TO XMT-RECORD-COUNT.
005470     MOVE WS-DRAW-COUNT   TO XMT-DRAW-COUNT.
005480     MOVE WS-FEE-HASH     TO XMT-FEE-HASH.
005490     PERFORM 3300-MOVE-ONE-LEVEL THRU 3300-EXIT
005500         VARYING WS-LVL-SUB FROM 1 BY 1 UNTIL WS-LVL-SUB > 13.
005510     WRITE TRANSMISSION-RECORD.
005520     CLOSE TRANSMISSION-FILE.
005530 3000-EXIT.
005540     EXIT.
005550*
005560*----------------------------------------------------------------*
005570*    3100-TAKE-ONE-LOG-RECORD - CARRY THE LOG RECORD IN HAND IF
005580*    IT IS DATED WITHIN THE DAYS BEING SENT, OR IF IT WAS
005590*    APPENDED SINCE THE LAST TRANSMISSION FOR A DAY ALREADY
005600*    SENT. RECORDS PAST THE MARK-TO WAIT FOR THE NEXT ONE.
005610*----------------------------------------------------------------*
005620 3100-TAKE-ONE-LOG-RECORD.
005630     READ DRAW-LOG-FILE
005640         AT END
005650             MOVE '10' TO WS-LOG-STATUS
005660     END-READ.
005670     IF WS-LOG-STATUS = '10'
005680         GO TO 3100-EXIT
005690     END-IF.
005700     ADD 1 TO WS-LOG-RECNO.
005710     IF WS-LOG-RECNO > WS-MARK-TO
005720         MOVE '10' TO WS-LOG-STATUS
005730         GO TO 3100-EXIT
005740     END-IF.
005750     IF DLR-DRAW-DATE IS NOT NUMERIC
005760         IF WS-LOG-RECNO > WS-MARK-FROM
005770             ADD 1 TO WS-UNUSABLE-COUNT
005780         END-IF
005790         GO TO 3100-EXIT
005800     END-IF.
005810     IF DLR-DRAW-DATE > WS-TO-DATE
005820         GO TO 3100-EXIT
005830     END-IF.
005840     IF DLR-DRAW-DATE < WS-FROM-DATE
005850         IF WS-LOG-RECNO NOT > WS-MARK-FROM
005860             GO TO 3100-EXIT
005870         END-IF
005880         ADD 1 TO WS-LATE-SENT-COUNT
005890     ELSE
005900         ADD 1 TO WS-LOG-SENT-COUNT
005910     END-IF.
005920     MOVE SPACES TO TRANSMISSION-RECORD.
005930     MOVE 'L' TO XMR-RECORD-TYPE.
005940     MOVE DRAW-LOG-RECORD TO XMR-DATA.
005950     WRITE TRANSMISSION-RECORD.
005960     ADD 1 TO WS-RECORD-COUNT.
005970     IF DLR-FEE-AMOUNT IS NUMERIC
005980         ADD DLR-FEE-AMOUNT TO WS-FEE-HASH
005990     END-IF.
006000     IF DLR-FEE-VOIDED
006010         GO TO 3100-EXIT
006020     END-IF.
006030     ADD 1 TO WS-DRAW-COUNT.
006040     IF DLR-RIM IS NUMERIC
006050      AND DLR-RIM >= 1 AND DLR-RIM <= 13
006060         ADD 1 TO TOT-LEVEL-COUNT(DLR-RIM)
006070     END-IF.
006080 3100-EXIT.
006090     EXIT.
006100*
006110 3200-TAKE-ONE-CLOSE-RECORD.
006120     READ CLOSE-FILE
006130         AT END
006140             MOVE '10' TO WS-CLS-STATUS
006150     END-READ.
006160     IF WS-CLS-STATUS = '10'
006170         GO TO 3200-EXIT
006180     END-IF.
006190     IF CLR-CLOSE-DATE IS NOT NUMERIC
006200      OR CLR-CLOSE-DATE < WS-FROM-DATE
006210      OR CLR-CLOSE-DATE > WS-TO-DATE
006220         GO TO 3200-EXIT
006230     END-IF.
006240     MOVE SPACES TO TRANSMISSION-RECORD.
006250     MOVE 'C' TO XMR-RECORD-TYPE.
006260     MOVE DAILY-CLOSE-RECORD TO XMR-DATA.
006270     WRITE TRANSMISSION-RECORD.
006280     ADD 1 TO WS-RECORD-COUNT.
006290     ADD 1 TO WS-CLOSE-SENT-COUNT.
006300 3200-EXIT.
006310     EXIT.
006320*
006330 3300-MOVE-ONE-LEVEL.
006340     MOVE TOT-LEVEL-COUNT(WS-LVL-SUB)
006350         TO XMT-LEVEL-COUNT(WS-LVL-SUB).
006360 3300-EXIT.
006370     EXIT.
006380*
006390*----------------------------------------------------------------*
006400*    4000-RECORD-HISTORY - APPEND THE NEW TRANSMISSION TO
006410*    OMIXHST, SO THE NEXT ONE STARTS WHERE THIS ONE ENDED. A
006420*    TRANSMISSION CUT AGAIN IS ALREADY THERE.
006430*----------------------------------------------------------------*
006440 4000-RECORD-HISTORY.
006450     IF WS-RESEND-SEQUENCE-NO > ZERO
006460         GO TO 4000-EXIT
006470     END-IF.
006480     OPEN EXTEND HISTORY-FILE.
006490     IF WS-XHS-STATUS = '35'
006500         OPEN OUTPUT HISTORY-FILE
006510         CLOSE HISTORY-FILE
006520         OPEN EXTEND HISTORY-FILE
006530     END-IF.
006540     IF WS-XHS-STATUS NOT = '00'
006550         DISPLAY 'OMIXHST: CANNOT OPEN (STATUS ' WS-XHS-STATUS
006560             ') - TRANSMISSION ' WS-SEQUENCE-NO ' NOT RECORDED.'
006570         MOVE 'S' TO WS-OPS-SEVERITY
006580         MOVE 'XTR0008' TO WS-OPS-CODE
006590         MOVE 'HISTORY CANNOT BE WRITTEN - DO NOT SEND OMIXMIT'
006600             TO WS-OPS-TEXT
006610         PERFORM 8800-WRITE-OPS-MESSAGE THRU 8800-EXIT
006620         GO TO 4000-EXIT
006630     END-IF.
006640     MOVE WS-SEQUENCE-NO  TO XHS-SEQUENCE-NO.
006650     MOVE WS-FROM-DATE    TO XHS-FROM-DATE.
006660     MOVE WS-TO-DATE      TO XHS-TO-DATE.
006670     MOVE WS-MARK-FROM    TO XHS-LOG-MARK-FROM.
006680     MOVE WS-MARK-TO      TO XHS-LOG-MARK-TO.
006690     MOVE WS-RECORD-COUNT TO XHS-RECORD-COUNT.
006700     MOVE WS-CURRENT-DATE TO XHS-EXTRACT-DATE.
006710     MOVE WS-CURRENT-TIME TO XHS-EXTRACT-TIME.
006720     WRITE TRANSMISSION-HISTORY-RECORD.
006730     CLOSE HISTORY-FILE.
006740 4000-EXIT.
006750     EXIT.
006760*
006770*----------------------------------------------------------------*
006780*    5000-PRINT-SUMMARY - SAY WHAT WENT INTO OMIXMIT.
006790*----------------------------------------------------------------*
006800 5000-PRINT-SUMMARY.
006810     DISPLAY 'OMIXTRC - TRANSMISSION ' WS-SEQUENCE-NO
006820         ' FROM BRANCH ' WS-SITE-ID ' ON ' WS-CURRENT-DATE '.'.
006830     DISPLAY '  DAYS SENT               : ' WS-FROM-DATE
006840         ' TO ' WS-TO-DATE.
006850     DISPLAY '  LOG RECORDS FOR THE DAYS: ' WS-LOG-SENT-COUNT.
006860     DISPLAY '  LATE LOG RECORDS        : ' WS-LATE-SENT-COUNT.
006870     DISPLAY '  CLOSE RECORDS           : ' WS-CLOSE-SENT-COUNT.
006880     DISPLAY '  TRAILER RECORD COUNT    : ' WS-RECORD-COUNT.
006890     DISPLAY '  TRAILER DRAW COUNT      : ' WS-DRAW-COUNT.
006900     DISPLAY '  TRAILER FEE HASH        : ' WS-FEE-HASH.
006910     IF WS-UNUSABLE-COUNT > ZERO
006920         DISPLAY '  UNUSABLE RECORDS LEFT   : ' WS-UNUSABLE-COUNT
006930     END-IF.
006940     IF WS-CLOSE-SENT-COUNT = ZERO
006950         DISPLAY '  *** NO CLOSE RECORD FOR THE DAYS SENT ***'
006960         MOVE 'W' TO WS-OPS-SEVERITY
006970         MOVE 'XTR0009' TO WS-OPS-CODE
006980         MOVE 'TRANSMISSION CARRIES NO CLOSE RECORD - SEE JOB LOG'
006990             TO WS-OPS-TEXT
007000         PERFORM 8800-WRITE-OPS-MESSAGE THRU 8800-EXIT
007010     END-IF.
007020 5000-EXIT.
007030     EXIT.
007040*
007050*----------------------------------------------------------------*
007060*    8000-EDIT-NUMERIC-ENTRY - RIGHT-JUSTIFY AND ZERO-FILL A
007070*    TYPED ENTRY SO '42' EDITS TO 00000042. A BLANK ENTRY EDITS
007080*    TO ZERO. ANYTHING ELSE NON-NUMERIC IS REJECTED.
007090*----------------------------------------------------------------*
007100 8000-EDIT-NUMERIC-ENTRY.
007110     SET WS-ENTRY-NOT-VALID TO TRUE.
007120     MOVE ZERO TO WS-ENTRY-NUMBER.
007130     IF WS-ENTRY-INPUT = SPACES
007140         SET WS-ENTRY-VALID TO TRUE
007150         GO TO 8000-EXIT
007160     END-IF.
007170     MOVE WS-ENTRY-INPUT TO WS-ENTRY-EDITED.
007180     PERFORM 8100-SHIFT-ENTRY-RIGHT THRU 8100-EXIT
007190         UNTIL WS-ENTRY-EDITED(8:1) NOT = SPACE.
007200     INSPECT WS-ENTRY-EDITED REPLACING LEADING ' ' BY '0'.
007210     IF WS-ENTRY-EDITED IS NUMERIC
007220         MOVE WS-ENTRY-EDITED TO WS-ENTRY-NUMBER
007230         SET WS-ENTRY-VALID TO TRUE
007240     END-IF.
007250 8000-EXIT.
007260     EXIT.
007270*
007280 8100-SHIFT-ENTRY-RIGHT.
007290     MOVE WS-ENTRY-EDITED(1:7) TO WS-ENTRY-HOLD.
007300     MOVE '0' TO WS-ENTRY-EDITED(1:1).
007310     MOVE WS-ENTRY-HOLD TO WS-ENTRY-EDITED(2:7).
007320 8100-EXIT.
007330     EXIT.
007340*
007350*----------------------------------------------------------------*
007360*    8600-FORWARD-ONE-DAY - STEP THE WORK DATE FORWARD ONE DAY,
007370*    CARRYING ACROSS MONTH AND YEAR ENDS WITH THE LEAP YEAR
007380*    RULE.
007390*----------------------------------------------------------------*
007400 8600-FORWARD-ONE-DAY.
007410     MOVE DTE-MONTH-LEN(DTE-MONTH) TO DTE-MONTH-END.
007420     IF DTE-MONTH = 2
007430         PERFORM 8620-CHECK-LEAP-YEAR THRU 8620-EXIT
007440     END-IF.
007450     IF DTE-DAY < DTE-MONTH-END
007460         ADD 1 TO DTE-DAY
007470         GO TO 8600-EXIT
007480     END-IF.
007490     MOVE 1 TO DTE-DAY.
007500     IF DTE-MONTH < 12
007510         ADD 1 TO DTE-MONTH
007520     ELSE
007530         MOVE 1 TO DTE-MONTH
007540         ADD 1 TO DTE-YEAR
007550     END-IF.
007560 8600-EXIT.
007570     EXIT.
007580*
007590 8620-CHECK-LEAP-YEAR.
007600     DIVIDE DTE-YEAR BY 4 GIVING DTE-QUOTIENT
007610         REMAINDER DTE-REMAINDER.
007620     IF DTE-REMAINDER NOT = ZERO
007630         GO TO 8620-EXIT
007640     END-IF.
007650     DIVIDE DTE-YEAR BY 100 GIVING DTE-QUOTIENT
007660         REMAINDER DTE-REMAINDER.
007670     IF DTE-REMAINDER NOT = ZERO
007680         MOVE 29 TO DTE-MONTH-END
007690         GO TO 8620-EXIT
007700     END-IF.
007710     DIVIDE DTE-YEAR BY 400 GIVING DTE-QUOTIENT
007720         REMAINDER DTE-REMAINDER.
007730     IF DTE-REMAINDER = ZERO
007740         MOVE 29 TO DTE-MONTH-END
007750     END-IF.
007760 8620-EXIT.
007770     EXIT.
007780*
007790*----------------------------------------------------------------*
007800*    8800-WRITE-OPS-MESSAGE - APPEND THE MESSAGE IN HAND TO THE
007810*    OMIOPSL OPERATIONS LOG AND RAISE THE RUN'S WORST SEVERITY,
007820*    WHICH BECOMES THE RETURN CODE. OPENED AND CLOSED PER
007830*    MESSAGE SO CONCURRENT JOBS INTERLEAVE WHOLE RECORDS. A LOG
007840*    THAT CANNOT BE OPENED LOSES THE MESSAGE BUT NEVER STOPS
007850*    THE RUN - THE JOB LOG DISPLAY HAS ALREADY BEEN MADE.
007860*----------------------------------------------------------------*
007870 8800-WRITE-OPS-MESSAGE.
007880     IF WS-OPS-SEVERITY = 'S'
007890         MOVE 8 TO WS-HIGHEST-SEVERITY
007900     END-IF.
007910     IF WS-OPS-SEVERITY = 'W' AND WS-HIGHEST-SEVERITY < 4
007920         MOVE 4 TO WS-HIGHEST-SEVERITY
007930     END-IF.
007940     ACCEPT WS-OPS-TIME FROM TIME.
007950     OPEN EXTEND OPS-MESSAGE-FILE.
007960     IF WS-OPS-STATUS = '35'
007970         OPEN OUTPUT OPS-MESSAGE-FILE
007980         CLOSE OPS-MESSAGE-FILE
007990         OPEN EXTEND OPS-MESSAGE-FILE
008000     END-IF.
008010     IF WS-OPS-STATUS NOT = '00'
008020         DISPLAY 'OMIOPSL: CANNOT OPEN OPS LOG (STATUS '
008030             WS-OPS-STATUS ') - MESSAGE LOST.'
008040         GO TO 8800-EXIT
008050     END-IF.
008060     MOVE WS-CURRENT-DATE TO OPR-MSG-DATE.
008070     MOVE WS-OPS-TIME     TO OPR-MSG-TIME.
008080     MOVE 'OMIXTRC '      TO OPR-PROGRAM-ID.
008090     MOVE WS-OPS-SEVERITY TO OPR-SEVERITY.
008100     MOVE WS-OPS-CODE     TO OPR-MSG-CODE.
008110     MOVE WS-OPS-TEXT     TO OPR-MSG-TEXT.
008120     WRITE OPS-MESSAGE-RECORD.
008130     CLOSE OPS-MESSAGE-FILE.
008140 8800-EXIT.
008150     EXIT.
008160*
008170*----------------------------------------------------------------*
008180*    9000-TERMINATE - END THE RUN.
008190*----------------------------------------------------------------*
008200 9000-TERMINATE.
008210     IF NOT WS-RUN-FATAL
008220         MOVE 'I' TO WS-OPS-SEVERITY
008230         MOVE 'RUN0001' TO WS-OPS-CODE
008240         MOVE 'BRANCH TRANSMISSION EXTRACT RUN COMPLETE'
008250             TO WS-OPS-TEXT
008260         PERFORM 8800-WRITE-OPS-MESSAGE THRU 8800-EXIT
008270     END-IF.
008280     DISPLAY 'OMIXTRC: RUN COMPLETE.'.
008290 9000-EXIT.
008300     EXIT.
