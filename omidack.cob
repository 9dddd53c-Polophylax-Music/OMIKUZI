000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. OMIDACK.
000030 AUTHOR. T. SATO.
000040 INSTALLATION. SHRINE SYSTEMS SECTION.
000050 DATE-WRITTEN. 2026-10-04.
000060 DATE-COMPILED.
000070*
000080*    MODIFICATION HISTORY.
000090*    DATE       INIT  DESCRIPTION
000100*    ---------- ----  -----------------------------------------
000110*    2026-10-04 TS    ORIGINAL VERSION. BANK DEPOSIT
000120*                      ACKNOWLEDGEMENT MATCH, RUN AFTER OMIDEPO.
000130*                      EVERY OMBNKFD DEPOSIT CUT TO OMIBANK IS
000140*                      TAKEN ONTO THE OMIDSTS DEPOSIT STATUS FILE,
000150*                      AND EVERY CREDIT ON THE BANK'S OMIBACK
000160*                      ACKNOWLEDGEMENT IS MATCHED TO IT ON DEPOSIT
000170*                      DATE AND SITE AND COMPARED ON AMOUNT. THE
000180*                      OMIDACL EXCEPTION REPORT LISTS UNMATCHED
000190*                      DEPOSITS, UNMATCHED CREDITS, AMOUNT
000200*                      DIFFERENCES AND DEPOSITS THE BANK HAS NOT
000210*                      ACKNOWLEDGED AFTER THE GRACE DAYS ON
000220*                      OMIDACC (3 WHEN THAT FILE IS ABSENT). AN
000230*                      OPEN ITEM STAYS ON OMIDSTS, AND ON THE
000240*                      REPORT, UNTIL IT CLEARS; CLEARED ITEMS ARE
000250*                      DROPPED AFTER THE KEEP DAYS (35 WHEN
000260*                      OMIDACC IS ABSENT). BOTH INPUTS RESTATE
000270*                      RATHER THAN ADD, SO A RERUN OVER THE SAME
000280*                      FILES CHANGES NOTHING.
000290*
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT BANK-FILE ASSIGN TO "OMIBANK"
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS WS-BNK-STATUS.
000360     SELECT BANK-ACK-FILE ASSIGN TO "OMIBACK"
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS WS-BAK-STATUS.
000390     SELECT DEPOSIT-STATUS-FILE ASSIGN TO "OMIDSTS"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-DST-STATUS.
000420     SELECT ACK-CONTROL-FILE ASSIGN TO "OMIDACC"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-DAC-STATUS.
000450     SELECT EXCEPTION-LIST-FILE ASSIGN TO "OMIDACL"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-DAL-STATUS.
000480     SELECT OPS-MESSAGE-FILE ASSIGN TO "OMIOPSL"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-OPS-STATUS.
000510     SELECT BUSINESS-DATE-FILE ASSIGN TO "OMIBDAT"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-BDT-STATUS.
000540*
000550 DATA DIVISION.
000560 FILE SECTION.
000570 FD  BANK-FILE
000580     RECORD CONTAINS 40 CHARACTERS.
000590 COPY OMBNKFD.
000600*
000610 FD  BANK-ACK-FILE
000620     RECORD CONTAINS 40 CHARACTERS.
000630 COPY OMBAKFD.
000640*
000650 FD  DEPOSIT-STATUS-FILE
000660     RECORD CONTAINS 66 CHARACTERS.
000670 COPY OMDSTFD.
000680*
000690 FD  ACK-CONTROL-FILE
000700     RECORD CONTAINS 6 CHARACTERS.
000710 COPY OMDACFD.
000720*
000730 FD  EXCEPTION-LIST-FILE
000740     RECORD CONTAINS 80 CHARACTERS.
000750 01  EXCEPTION-LIST-RECORD        PIC X(80).
000760*
000770 FD  OPS-MESSAGE-FILE
000780     RECORD CONTAINS 93 CHARACTERS.
000790 COPY OMOPMFD.
000800*
000810 FD  BUSINESS-DATE-FILE
000820     RECORD CONTAINS 32 CHARACTERS.
000830 COPY OMBDTFD.
000840*
000850 WORKING-STORAGE SECTION.
000860 01  WS-CURRENT-DATE              PIC 9(08).
000870 01  WS-BDT-STATUS                PIC X(02).
000880 01  WS-BNK-STATUS                PIC X(02).
000890 01  WS-BAK-STATUS                PIC X(02).
000900 01  WS-DST-STATUS                PIC X(02).
000910 01  WS-DAC-STATUS                PIC X(02).
000920 01  WS-DAL-STATUS                PIC X(02).
000930 01  WS-OPS-STATUS                PIC X(02).
000940*
000950*    OPERATIONS MESSAGE IN HAND AND THE WORST SEVERITY SEEN
000960*    THIS RUN - 0 CLEAN, 4 WARNING, 8 SEVERE - WHICH BECOMES
000970*    THE RETURN CODE AT END OF RUN.
000980 01  WS-OPS-TIME                  PIC 9(08).
000990 01  WS-OPS-SEVERITY              PIC X(01).
001000 01  WS-OPS-CODE                  PIC X(08).
001010 01  WS-OPS-TEXT                  PIC X(60).
001020 01  WS-HIGHEST-SEVERITY          PIC 9(01) VALUE ZERO.
001030*
001040*    GRACE AND KEEP PERIODS FROM OMIDACC, AND THE TWO CUTOFF
001050*    DATES WORKED BACK FROM THE BUSINESS DATE: A DEPOSIT DATED
001060*    BEFORE THE OVERDUE CUTOFF THAT THE BANK HAS STILL NOT
001070*    ACKNOWLEDGED IS AN EXCEPTION, AND A CLEARED ITEM CLEARED
001080*    BEFORE THE KEEP CUTOFF IS DROPPED FROM OMIDSTS.
001090 01  WS-GRACE-DAYS                PIC 9(03) VALUE 003.
001100 01  WS-KEEP-DAYS                 PIC 9(03) VALUE 035.
001110 01  WS-OVERDUE-CUTOFF            PIC 9(08) VALUE ZERO.
001120 01  WS-KEEP-CUTOFF               PIC 9(08) VALUE ZERO.
001130*
001140*    CALENDAR WORK FIELDS FOR THE CUTOFFS - THE BUSINESS DATE
001150*    STEPPED BACK ONE DAY AT A TIME, WITH MONTH AND LEAP-YEAR
001160*    BORROWS, UNTIL THE DAYS ARE USED UP.
001170 01  DTE-WORK-DATE.
001180     05  DTE-YEAR                 PIC 9(04).
001190     05  DTE-MONTH                PIC 9(02).
001200     05  DTE-DAY                  PIC 9(02).
001210 01  DTE-WORK-DATE-N REDEFINES DTE-WORK-DATE
001220                                  PIC 9(08).
001230 01  DTE-DAYS-LEFT                PIC 9(03) COMP.
001240 01  DTE-QUOTIENT                 PIC 9(04) COMP.
001250 01  DTE-REMAINDER                PIC 9(04) COMP.
001260 01  DTE-MONTH-TABLE-VALUES       PIC X(24)
001270     VALUE '312831303130313130313031'.
001280 01  DTE-MONTH-TABLE REDEFINES DTE-MONTH-TABLE-VALUES.
001290     05  DTE-MONTH-LEN            PIC 9(02) OCCURS 12 TIMES.
001300*
001310*    THE DEPOSIT STATUS FILE HELD IN STORAGE FOR THE RUN, ONE
001320*    ENTRY PER DEPOSIT DATE AND SITE, WITH THE STATUS THE ITEM
001330*    CARRIED IN (SPACE FOR AN ITEM FIRST SEEN THIS RUN) AND A
001340*    SWITCH SET ON THE FIRST CREDIT TAKEN FOR IT THIS RUN, SO
001350*    THE ACKNOWLEDGEMENT RESTATES THE CREDIT RATHER THAN ADDING
001360*    TO WHAT AN EARLIER RUN ALREADY TOOK.
001370 01  DSX-TABLE.
001380     05  DSX-ENTRY OCCURS 500 TIMES.
001390         10  DSX-DEPOSIT-DATE     PIC 9(08).
001400         10  DSX-SITE-ID          PIC X(04).
001410         10  DSX-STATUS           PIC X(01).
001420             88  DSX-OPEN             VALUE 'O'.
001430             88  DSX-MISSING          VALUE 'M'.
001440             88  DSX-DIFFERENCE       VALUE 'D'.
001450             88  DSX-UNMATCHED-CREDIT VALUE 'U'.
001460             88  DSX-CLEARED          VALUE 'C'.
001470         10  DSX-DEPOSIT-SWITCH   PIC X(01).
001480             88  DSX-DEPOSIT-ON-FILE  VALUE 'Y'.
001490         10  DSX-DEPOSIT-AMOUNT   PIC 9(11).
001500         10  DSX-CREDIT-SWITCH    PIC X(01).
001510             88  DSX-CREDIT-ON-FILE   VALUE 'Y'.
001520         10  DSX-CREDIT-AMOUNT    PIC 9(11).
001530         10  DSX-CREDIT-DATE      PIC 9(08).
001540         10  DSX-BANK-REF         PIC X(05).
001550         10  DSX-FIRST-SEEN-DATE  PIC 9(08).
001560         10  DSX-CLEARED-DATE     PIC 9(08).
001570         10  DSX-OLD-STATUS       PIC X(01).
001580         10  DSX-ACK-RUN-SWITCH   PIC X(01).
001590             88  DSX-ACKED-THIS-RUN   VALUE 'Y'.
001600 01  DSX-COUNT                    PIC 9(03) COMP VALUE ZERO.
001610 01  DSX-SUB                      PIC 9(03) COMP.
001620 01  DSX-HIT-SUB                  PIC 9(03) COMP.
001630 01  DSX-SCAN-SUB                 PIC 9(03) COMP.
001640 01  DSX-OVERFLOW-SWITCH          PIC X(01) VALUE 'N'.
001650     88  DSX-OVERFLOWED                VALUE 'Y'.
001660 01  WS-KEY-DATE                  PIC 9(08).
001670 01  WS-KEY-SITE-ID               PIC X(04).
001680 01  WS-DATE-ACKED-SWITCH         PIC X(01) VALUE 'N'.
001690     88  WS-DATE-ACKED                 VALUE 'Y'.
001700*
001710*    RUN COUNTS FOR THE REPORT FOOTING.
001720 01  WS-ITEMS-LOADED              PIC 9(05) VALUE ZERO.
001730 01  WS-DEPOSITS-TAKEN            PIC 9(05) VALUE ZERO.
001740 01  WS-CREDITS-TAKEN             PIC 9(05) VALUE ZERO.
001750 01  WS-RECORDS-REJECTED          PIC 9(05) VALUE ZERO.
001760 01  WS-EXCEPTION-COUNT           PIC 9(05) VALUE ZERO.
001770 01  WS-AWAITING-COUNT            PIC 9(05) VALUE ZERO.
001780 01  WS-CLEARED-COUNT             PIC 9(05) VALUE ZERO.
001790 01  WS-ITEMS-KEPT                PIC 9(05) VALUE ZERO.
001800 01  WS-ITEMS-DROPPED             PIC 9(05) VALUE ZERO.
001810 01  WS-DIFFERENCE                PIC 9(11) VALUE ZERO.
001820*
001830*    PRINT LINE WORK AREAS FOR THE EXCEPTION REPORT - EVERY
001840*    LINE GOES TO OMIDACL AND IS ECHOED TO THE CONSOLE.
001850 01  WS-PRINT-LINE                PIC X(80).
001860 01  WS-AMOUNT-ED                 PIC Z(10)9.
001870 01  WS-COUNT-ED                  PIC Z(04)9.
001880 01  WS-DAYS-ED                   PIC ZZ9.
001890 01  RPT-ITEM-LINE.
001900     05  FILLER                   PIC X(01) VALUE SPACE.
001910     05  RPT-FLAG                 PIC X(03).
001920     05  FILLER                   PIC X(01) VALUE SPACE.
001930     05  RPT-DATE                 PIC X(08).
001940     05  FILLER                   PIC X(02) VALUE SPACES.
001950     05  RPT-SITE-ID              PIC X(04).
001960     05  FILLER                   PIC X(02) VALUE SPACES.
001970     05  RPT-DEPOSITED            PIC X(11).
001980     05  FILLER                   PIC X(02) VALUE SPACES.
001990     05  RPT-CREDITED             PIC X(11).
002000     05  FILLER                   PIC X(02) VALUE SPACES.
002010     05  RPT-REMARK               PIC X(33).
002020*
002030 01  WS-FATAL-SWITCH              PIC X(01) VALUE 'N'.
002040     88  WS-RUN-FATAL                  VALUE 'Y'.
002050*
002060 PROCEDURE DIVISION.
002070 0000-MAINLINE SECTION.
002080     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002090     IF NOT WS-RUN-FATAL
002100         PERFORM 2000-LOAD-STATUS-FILE THRU 2000-EXIT
002110     END-IF.
002120     IF NOT WS-RUN-FATAL
002130         PERFORM 3000-TAKE-DEPOSITS THRU 3000-EXIT
002140     END-IF.
002150     IF NOT WS-RUN-FATAL
002160         PERFORM 4000-TAKE-CREDITS THRU 4000-EXIT
002170     END-IF.
002180     IF NOT WS-RUN-FATAL
002190         PERFORM 5000-SET-ITEM-STATUS THRU 5000-EXIT
002200             VARYING DSX-SUB FROM 1 BY 1 UNTIL DSX-SUB > DSX-COUNT
002210         PERFORM 6000-PRINT-EXCEPTIONS THRU 6000-EXIT
002220     END-IF.
002230     IF NOT WS-RUN-FATAL
002240         PERFORM 7000-REWRITE-STATUS-FILE THRU 7000-EXIT
002250     END-IF.
002260     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002270     MOVE WS-HIGHEST-SEVERITY TO RETURN-CODE.
002280     STOP RUN.
002290*
002300*----------------------------------------------------------------*
002310*    1000-INITIALIZE - GET THE BUSINESS DATE AND THE GRACE AND
002320*    KEEP PERIODS, AND WORK OUT THE TWO CUTOFF DATES. NOTHING
002330*    IS ASKED AT THE CONSOLE - THE MATCH RUNS UNATTENDED IN
002340*    THE NIGHT STREAM.
002350*----------------------------------------------------------------*
002360 1000-INITIALIZE.
002370     PERFORM 1010-LOAD-BUSINESS-DATE THRU 1010-EXIT.
002380     INITIALIZE DSX-TABLE.
002390     PERFORM 1100-GET-CONTROL-DAYS THRU 1100-EXIT.
002400     MOVE WS-CURRENT-DATE TO DTE-WORK-DATE-N.
002410     MOVE WS-GRACE-DAYS TO DTE-DAYS-LEFT.
002420     PERFORM 8500-SUBTRACT-DAYS THRU 8500-EXIT.
002430     MOVE DTE-WORK-DATE-N TO WS-OVERDUE-CUTOFF.
002440     MOVE WS-CURRENT-DATE TO DTE-WORK-DATE-N.
002450     MOVE WS-KEEP-DAYS TO DTE-DAYS-LEFT.
002460     PERFORM 8500-SUBTRACT-DAYS THRU 8500-EXIT.
002470     MOVE DTE-WORK-DATE-N TO WS-KEEP-CUTOFF.
002480     DISPLAY 'OMIDACK: MATCHING AS AT ' WS-CURRENT-DATE
002490         ' - DEPOSITS BEFORE ' WS-OVERDUE-CUTOFF
002500         ' ARE OVERDUE.'.
002510 1000-EXIT.
002520     EXIT.
002530*
002540*----------------------------------------------------------------*
002550*    1010-LOAD-BUSINESS-DATE - THE SHRINE DAY COMES FROM THE
002560*    OMIBDAT CONTROL RECORD, NOT THE MACHINE CLOCK, SO A STREAM
002570*    THAT RUNS PAST MIDNIGHT STAYS ON THE DAY IT BELONGS TO.
002580*    ONLY THE END-OF-DAY ROLL MOVES IT ON. WITH NO USABLE
002590*    RECORD ON FILE THE MACHINE DATE IS TAKEN.
002600*----------------------------------------------------------------*
002610 1010-LOAD-BUSINESS-DATE.
002620     MOVE ZERO TO WS-CURRENT-DATE.
002630     OPEN INPUT BUSINESS-DATE-FILE.
002640     IF WS-BDT-STATUS NOT = '35'
002650         READ BUSINESS-DATE-FILE
002660             AT END
002670                 CONTINUE
002680         END-READ
002690         IF WS-BDT-STATUS = '00'
002700          AND BDR-BUSINESS-DATE IS NUMERIC
002710             MOVE BDR-BUSINESS-DATE TO WS-CURRENT-DATE
002720         END-IF
002730         CLOSE BUSINESS-DATE-FILE
002740     END-IF.
002750     IF WS-CURRENT-DATE = ZERO
002760         ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
002770         DISPLAY 'OMIBDAT: NO BUSINESS DATE ON FILE - USING THE'
002780             ' MACHINE DATE ' WS-CURRENT-DATE '.'
002790     END-IF.
002800 1010-EXIT.
002810     EXIT.
002820*
002830*----------------------------------------------------------------*
002840*    1100-GET-CONTROL-DAYS - THE GRACE AND KEEP PERIODS FROM
002850*    OMIDACC. A FIELD THAT IS ABSENT, NOT NUMERIC OR ZERO
002860*    LEAVES THE BUILT-IN PERIOD IN PLACE.
002870*----------------------------------------------------------------*
002880 1100-GET-CONTROL-DAYS.
002890     OPEN INPUT ACK-CONTROL-FILE.
002900     IF WS-DAC-STATUS NOT = '35'
002910         READ ACK-CONTROL-FILE
002920             AT END
002930                 CONTINUE
002940         END-READ
002950         IF WS-DAC-STATUS = '00'
002960          AND DAC-GRACE-DAYS IS NUMERIC
002970          AND DAC-GRACE-DAYS > ZERO
002980             MOVE DAC-GRACE-DAYS TO WS-GRACE-DAYS
002990         END-IF
003000         IF WS-DAC-STATUS = '00'
003010          AND DAC-KEEP-DAYS IS NUMERIC
003020          AND DAC-KEEP-DAYS > ZERO
003030             MOVE DAC-KEEP-DAYS TO WS-KEEP-DAYS
003040         END-IF
003050         CLOSE ACK-CONTROL-FILE
003060     END-IF.
003070 1100-EXIT.
003080     EXIT.
003090*
003100*----------------------------------------------------------------*
003110*    2000-LOAD-STATUS-FILE - BRING THE ITEMS CARRIED FORWARD BY
003120*    EARLIER RUNS INTO STORAGE. NO FILE MEANS THE FIRST RUN.
003130*    A RECORD WITH NO USABLE DEPOSIT DATE IS DROPPED. A TABLE
003140*    THAT OVERFLOWS ENDS THE RUN BEFORE ANYTHING IS WRITTEN,
003150*    SO NO OPEN ITEM IS EVER LOST OFF THE FILE.
003160*----------------------------------------------------------------*
003170 2000-LOAD-STATUS-FILE.
003180     OPEN INPUT DEPOSIT-STATUS-FILE.
003190     IF WS-DST-STATUS = '35'
003200         DISPLAY 'OMIDACK: NO OMIDSTS STATUS FILE ON HAND -'
003210             ' STARTING A NEW ONE.'
003220         GO TO 2000-EXIT
003230     END-IF.
003240     PERFORM 2100-LOAD-ONE-ITEM THRU 2100-EXIT
003250         UNTIL WS-DST-STATUS = '10'.
003260     CLOSE DEPOSIT-STATUS-FILE.
003270     IF DSX-OVERFLOWED
003280         PERFORM 8900-TABLE-FULL THRU 8900-EXIT
003290     END-IF.
003300 2000-EXIT.
003310     EXIT.
003320*
003330 2100-LOAD-ONE-ITEM.
003340     READ DEPOSIT-STATUS-FILE
003350         AT END
003360             MOVE '10' TO WS-DST-STATUS
003370     END-READ.
003380     IF WS-DST-STATUS = '10'
003390         GO TO 2100-EXIT
003400     END-IF.
003410     IF DST-DEPOSIT-DATE NOT NUMERIC
003420         ADD 1 TO WS-RECORDS-REJECTED
003430         GO TO 2100-EXIT
003440     END-IF.
003450     MOVE DST-DEPOSIT-DATE TO WS-KEY-DATE.
003460     MOVE DST-SITE-ID TO WS-KEY-SITE-ID.
003470     PERFORM 8200-FIND-OR-ADD-ITEM THRU 8200-EXIT.
003480     IF DSX-HIT-SUB = ZERO
003490         GO TO 2100-EXIT
003500     END-IF.
003510     ADD 1 TO WS-ITEMS-LOADED.
003520     MOVE DST-STATUS TO DSX-STATUS(DSX-HIT-SUB).
003530     MOVE DST-STATUS TO DSX-OLD-STATUS(DSX-HIT-SUB).
003540     MOVE DST-DEPOSIT-SWITCH TO DSX-DEPOSIT-SWITCH(DSX-HIT-SUB).
003550     MOVE DST-CREDIT-SWITCH TO DSX-CREDIT-SWITCH(DSX-HIT-SUB).
003560     MOVE DST-BANK-REF TO DSX-BANK-REF(DSX-HIT-SUB).
003570     IF DST-DEPOSIT-AMOUNT IS NUMERIC
003580         MOVE DST-DEPOSIT-AMOUNT
003590             TO DSX-DEPOSIT-AMOUNT(DSX-HIT-SUB)
003600     END-IF.
003610     IF DST-CREDIT-AMOUNT IS NUMERIC
003620         MOVE DST-CREDIT-AMOUNT TO DSX-CREDIT-AMOUNT(DSX-HIT-SUB)
003630     END-IF.
003640     IF DST-CREDIT-DATE IS NUMERIC
003650         MOVE DST-CREDIT-DATE TO DSX-CREDIT-DATE(DSX-HIT-SUB)
003660     END-IF.
003670     IF DST-FIRST-SEEN-DATE IS NUMERIC
003680         MOVE DST-FIRST-SEEN-DATE
003690             TO DSX-FIRST-SEEN-DATE(DSX-HIT-SUB)
003700     END-IF.
003710     IF DST-CLEARED-DATE IS NUMERIC
003720         MOVE DST-CLEARED-DATE TO DSX-CLEARED-DATE(DSX-HIT-SUB)
003730     END-IF.
003740 2100-EXIT.
003750     EXIT.
003760*
003770*----------------------------------------------------------------*
003780*    3000-TAKE-DEPOSITS - TAKE EVERY TYPE-D RECORD ON THE
003790*    CURRENT OMIBANK CUT ONTO ITS ITEM. THE AMOUNT REPLACES
003800*    WHAT THE ITEM HELD, SO A RE-CUT DEPOSIT RESTATES IT. NO
003810*    OMIBANK ON HAND JUST MEANS NO NEW DEPOSITS THIS RUN.
003820*----------------------------------------------------------------*
003830 3000-TAKE-DEPOSITS.
003840     OPEN INPUT BANK-FILE.
003850     IF WS-BNK-STATUS = '35'
003860         DISPLAY 'OMIDACK: NO OMIBANK DEPOSIT FILE ON HAND -'
003870             ' NO NEW DEPOSITS TAKEN.'
003880         GO TO 3000-EXIT
003890     END-IF.
003900     PERFORM 3100-TAKE-ONE-DEPOSIT THRU 3100-EXIT
003910         UNTIL WS-BNK-STATUS = '10'.
003920     CLOSE BANK-FILE.
003930     IF DSX-OVERFLOWED
003940         PERFORM 8900-TABLE-FULL THRU 8900-EXIT
003950     END-IF.
003960 3000-EXIT.
003970     EXIT.
003980*
003990 3100-TAKE-ONE-DEPOSIT.
004000     READ BANK-FILE
004010         AT END
004020             MOVE '10' TO WS-BNK-STATUS
004030     END-READ.
004040     IF WS-BNK-STATUS = '10'
004050         GO TO 3100-EXIT
004060     END-IF.
004070     IF NOT BNK-DEPOSIT-TYPE
004080         GO TO 3100-EXIT
004090     END-IF.
004100     IF BNK-DEPOSIT-DATE NOT NUMERIC
004110      OR BNK-AMOUNT NOT NUMERIC
004120         DISPLAY 'OMIDACK: UNREADABLE OMIBANK RECORD FOR SITE '
004130             BNK-SITE-ID ' - PASSED OVER.'
004140         ADD 1 TO WS-RECORDS-REJECTED
004150         GO TO 3100-EXIT
004160     END-IF.
004170     MOVE BNK-DEPOSIT-DATE TO WS-KEY-DATE.
004180     MOVE BNK-SITE-ID TO WS-KEY-SITE-ID.
004190     PERFORM 8200-FIND-OR-ADD-ITEM THRU 8200-EXIT.
004200     IF DSX-HIT-SUB = ZERO
004210         GO TO 3100-EXIT
004220     END-IF.
004230     MOVE 'Y' TO DSX-DEPOSIT-SWITCH(DSX-HIT-SUB).
004240     MOVE BNK-AMOUNT TO DSX-DEPOSIT-AMOUNT(DSX-HIT-SUB).
004250     ADD 1 TO WS-DEPOSITS-TAKEN.
004260 3100-EXIT.
004270     EXIT.
004280*
004290*----------------------------------------------------------------*
004300*    4000-TAKE-CREDITS - TAKE EVERY TYPE-C CREDIT ON THE BANK'S
004310*    ACKNOWLEDGEMENT ONTO ITS ITEM. THE FIRST CREDIT FOR AN
004320*    ITEM THIS RUN REPLACES WHAT THE ITEM HELD AND ANY FURTHER
004330*    CREDIT FOR IT IN THE SAME FILE IS ADDED, SO A FILE RESENT
004340*    FOR A DATE RESTATES THAT DATE INSTEAD OF DOUBLING IT. A
004350*    CREDIT WITH NO DEPOSIT OF OURS OPENS AN ITEM OF ITS OWN.
004360*----------------------------------------------------------------*
004370 4000-TAKE-CREDITS.
004380     OPEN INPUT BANK-ACK-FILE.
004390     IF WS-BAK-STATUS = '35'
004400         DISPLAY 'OMIDACK: NO OMIBACK ACKNOWLEDGEMENT ON HAND -'
004410             ' NO CREDITS TAKEN.'
004420         GO TO 4000-EXIT
004430     END-IF.
004440     PERFORM 4100-TAKE-ONE-CREDIT THRU 4100-EXIT
004450         UNTIL WS-BAK-STATUS = '10'.
004460     CLOSE BANK-ACK-FILE.
004470     IF DSX-OVERFLOWED
004480         PERFORM 8900-TABLE-FULL THRU 8900-EXIT
004490     END-IF.
004500 4000-EXIT.
004510     EXIT.
004520*
004530 4100-TAKE-ONE-CREDIT.
004540     READ BANK-ACK-FILE
004550         AT END
004560             MOVE '10' TO WS-BAK-STATUS
004570     END-READ.
004580     IF WS-BAK-STATUS = '10'
004590         GO TO 4100-EXIT
004600     END-IF.
004610     IF NOT BAK-CREDIT-TYPE
004620         GO TO 4100-EXIT
004630     END-IF.
004640     IF BAK-DEPOSIT-DATE NOT NUMERIC
004650      OR BAK-AMOUNT NOT NUMERIC
004660         DISPLAY 'OMIDACK: UNREADABLE OMIBACK CREDIT FOR SITE '
004670             BAK-SITE-ID ' - PASSED OVER.'
004680         ADD 1 TO WS-RECORDS-REJECTED
004690         GO TO 4100-EXIT
004700     END-IF.
004710     MOVE BAK-DEPOSIT-DATE TO WS-KEY-DATE.
004720     IF BAK-SITE-ID = SPACES
004730         MOVE '----' TO WS-KEY-SITE-ID
004740     ELSE
004750         MOVE BAK-SITE-ID TO WS-KEY-SITE-ID
004760     END-IF.
004770     PERFORM 8200-FIND-OR-ADD-ITEM THRU 8200-EXIT.
004780     IF DSX-HIT-SUB = ZERO
004790         GO TO 4100-EXIT
004800     END-IF.
004810     IF NOT DSX-ACKED-THIS-RUN(DSX-HIT-SUB)
004820         MOVE 'Y' TO DSX-ACK-RUN-SWITCH(DSX-HIT-SUB)
004830         MOVE ZERO TO DSX-CREDIT-AMOUNT(DSX-HIT-SUB)
004840     END-IF.
004850     MOVE 'Y' TO DSX-CREDIT-SWITCH(DSX-HIT-SUB).
004860     ADD BAK-AMOUNT TO DSX-CREDIT-AMOUNT(DSX-HIT-SUB).
004870     IF BAK-CREDIT-DATE IS NUMERIC
004880         MOVE BAK-CREDIT-DATE TO DSX-CREDIT-DATE(DSX-HIT-SUB)
004890     END-IF.
004900     MOVE BAK-BANK-REF TO DSX-BANK-REF(DSX-HIT-SUB).
004910     ADD 1 TO WS-CREDITS-TAKEN.
004920 4100-EXIT.
004930     EXIT.
004940*
004950*----------------------------------------------------------------*
004960*    5000-SET-ITEM-STATUS - SETTLE ONE ITEM'S STATUS FROM WHAT
004970*    IS NOW ON IT. DEPOSIT AND CREDIT AGREEING CLEARS IT;
004980*    DISAGREEING IS A DIFFERENCE. A CREDIT ALONE IS AN
004990*    UNMATCHED CREDIT. A DEPOSIT ALONE IS UNMATCHED WHEN THE
005000*    BANK HAS ACKNOWLEDGED OTHER SITES FOR THE SAME DATE, AND
005010*    OTHERWISE STILL OPEN, AWAITING THE ACKNOWLEDGEMENT.
005020*----------------------------------------------------------------*
005030 5000-SET-ITEM-STATUS.
005040     IF DSX-DEPOSIT-ON-FILE(DSX-SUB)
005050      AND DSX-CREDIT-ON-FILE(DSX-SUB)
005060         IF DSX-DEPOSIT-AMOUNT(DSX-SUB)
005070             = DSX-CREDIT-AMOUNT(DSX-SUB)
005080             MOVE 'C' TO DSX-STATUS(DSX-SUB)
005090         ELSE
005100             MOVE 'D' TO DSX-STATUS(DSX-SUB)
005110         END-IF
005120     ELSE
005130         IF DSX-CREDIT-ON-FILE(DSX-SUB)
005140             MOVE 'U' TO DSX-STATUS(DSX-SUB)
005150         ELSE
005160             PERFORM 5100-CHECK-DATE-ACKED THRU 5100-EXIT
005170             IF WS-DATE-ACKED
005180                 MOVE 'M' TO DSX-STATUS(DSX-SUB)
005190             ELSE
005200                 MOVE 'O' TO DSX-STATUS(DSX-SUB)
005210             END-IF
005220         END-IF
005230     END-IF.
005240     IF NOT DSX-CLEARED(DSX-SUB)
005250         MOVE ZERO TO DSX-CLEARED-DATE(DSX-SUB)
005260         GO TO 5000-EXIT
005270     END-IF.
005280     IF DSX-OLD-STATUS(DSX-SUB) NOT = 'C'
005290      OR DSX-CLEARED-DATE(DSX-SUB) = ZERO
005300         MOVE WS-CURRENT-DATE TO DSX-CLEARED-DATE(DSX-SUB)
005310     END-IF.
005320 5000-EXIT.
005330     EXIT.
005340*
005350 5100-CHECK-DATE-ACKED.
005360     MOVE 'N' TO WS-DATE-ACKED-SWITCH.
005370     PERFORM 5110-CHECK-ONE-ITEM THRU 5110-EXIT
005380         VARYING DSX-SCAN-SUB FROM 1 BY 1
005390         UNTIL DSX-SCAN-SUB > DSX-COUNT OR WS-DATE-ACKED.
005400 5100-EXIT.
005410     EXIT.
005420*
005430 5110-CHECK-ONE-ITEM.
005440     IF DSX-DEPOSIT-DATE(DSX-SCAN-SUB) = DSX-DEPOSIT-DATE(DSX-SUB)
005450      AND DSX-CREDIT-ON-FILE(DSX-SCAN-SUB)
005460         SET WS-DATE-ACKED TO TRUE
005470     END-IF.
005480 5110-EXIT.
005490     EXIT.
005500*
005510*----------------------------------------------------------------*
005520*    6000-PRINT-EXCEPTIONS - LIST EVERY ITEM STILL OPEN, FLAGGING
005530*    THE EXCEPTIONS WITH ***, AND EVERY ITEM THAT CLEARED THIS
005540*    RUN, THEN THE RUN COUNTS. OUTSTANDING EXCEPTIONS END THE
005550*    RUN WITH A WARNING SO THE CASHIER'S OFFICE IS CHASED.
005560*----------------------------------------------------------------*
005570 6000-PRINT-EXCEPTIONS.
005580     OPEN OUTPUT EXCEPTION-LIST-FILE.
005590     MOVE SPACES TO WS-PRINT-LINE.
005600     STRING 'OMIDACK - BANK DEPOSIT EXCEPTIONS AS AT '
005610         DELIMITED BY SIZE
005620         WS-CURRENT-DATE DELIMITED BY SIZE
005630         INTO WS-PRINT-LINE.
005640     PERFORM 8700-WRITE-LIST-LINE THRU 8700-EXIT.
005650     MOVE SPACES TO WS-PRINT-LINE.
005660     MOVE WS-GRACE-DAYS TO WS-DAYS-ED.
005670     STRING '  UNACKNOWLEDGED DEPOSITS OVERDUE AFTER '
005680         DELIMITED BY SIZE
005690         WS-DAYS-ED DELIMITED BY SIZE
005700         ' DAY(S)' DELIMITED BY SIZE
005710         INTO WS-PRINT-LINE.
005720     PERFORM 8700-WRITE-LIST-LINE THRU 8700-EXIT.
005730     MOVE '     DATE      SITE    DEPOSITED     CREDITED  REMARK'
005740         TO WS-PRINT-LINE.
005750     PERFORM 8700-WRITE-LIST-LINE THRU 8700-EXIT.
005760     PERFORM 6100-PRINT-ONE-ITEM THRU 6100-EXIT
005770         VARYING DSX-SUB FROM 1 BY 1 UNTIL DSX-SUB > DSX-COUNT.
005780     MOVE SPACES TO WS-PRINT-LINE.
005790     PERFORM 8700-WRITE-LIST-LINE THRU 8700-EXIT.
005800     MOVE WS-DEPOSITS-TAKEN TO WS-COUNT-ED.
005810     MOVE SPACES TO WS-PRINT-LINE.
005820     STRING '  DEPOSITS TAKEN FROM OMIBANK    ' DELIMITED BY SIZE
005830         WS-COUNT-ED DELIMITED BY SIZE
005840         INTO WS-PRINT-LINE.
005850     PERFORM 8700-WRITE-LIST-LINE THRU 8700-EXIT.
005860     MOVE WS-CREDITS-TAKEN TO WS-COUNT-ED.
005870     MOVE SPACES TO WS-PRINT-LINE.
005880     STRING '  CREDITS TAKEN FROM OMIBACK     ' DELIMITED BY SIZE
005890         WS-COUNT-ED DELIMITED BY SIZE
005900         INTO WS-PRINT-LINE.
005910     PERFORM 8700-WRITE-LIST-LINE THRU 8700-EXIT.
005920     MOVE WS-CLEARED-COUNT TO WS-COUNT-ED.
005930     MOVE SPACES TO WS-PRINT-LINE.
005940     STRING '  CLEARED THIS RUN               ' DELIMITED BY SIZE
005950         WS-COUNT-ED DELIMITED BY SIZE
005960         INTO WS-PRINT-LINE.
005970     PERFORM 8700-WRITE-LIST-LINE THRU 8700-EXIT.
005980     MOVE WS-AWAITING-COUNT TO WS-COUNT-ED.
005990     MOVE SPACES TO WS-PRINT-LINE.
006000     STRING '  AWAITING THE BANK              ' DELIMITED BY SIZE
006010         WS-COUNT-ED DELIMITED BY SIZE
006020         INTO WS-PRINT-LINE.
006030     PERFORM 8700-WRITE-LIST-LINE THRU 8700-EXIT.
006040     MOVE WS-EXCEPTION-COUNT TO WS-COUNT-ED.
006050     MOVE SPACES TO WS-PRINT-LINE.
006060     STRING '  EXCEPTIONS OUTSTANDING         ' DELIMITED BY SIZE
006070         WS-COUNT-ED DELIMITED BY SIZE
006080         INTO WS-PRINT-LINE.
006090     PERFORM 8700-WRITE-LIST-LINE THRU 8700-EXIT.
006100     IF WS-RECORDS-REJECTED > ZERO
006110         MOVE WS-RECORDS-REJECTED TO WS-COUNT-ED
006120         MOVE SPACES TO WS-PRINT-LINE
006130         STRING '*** UNREADABLE RECORDS PASSED OVER '
006140             DELIMITED BY SIZE
006150             WS-COUNT-ED DELIMITED BY SIZE
006160             INTO WS-PRINT-LINE
006170         PERFORM 8700-WRITE-LIST-LINE THRU 8700-EXIT
006180         MOVE 'W' TO WS-OPS-SEVERITY
006190         MOVE 'DAK0003' TO WS-OPS-CODE
006200         MOVE 'UNREADABLE BANK RECORDS PASSED OVER'
006210             TO WS-OPS-TEXT
006220         PERFORM 8800-WRITE-OPS-MESSAGE THRU 8800-EXIT
006230     END-IF.
006240     CLOSE EXCEPTION-LIST-FILE.
006250     IF WS-EXCEPTION-COUNT > ZERO
006260         MOVE 'W' TO WS-OPS-SEVERITY
006270         MOVE 'DAK0004' TO WS-OPS-CODE
006290         MOVE SPACES TO WS-OPS-TEXT
006300         STRING WS-EXCEPTION-COUNT DELIMITED BY SIZE
006310             ' BANK DEPOSIT EXCEPTION(S) OUTSTANDING'
006320             DELIMITED BY SIZE
006330             INTO WS-OPS-TEXT
006340         PERFORM 8800-WRITE-OPS-MESSAGE THRU 8800-EXIT
006350     END-IF.
006360 6000-EXIT.
006370     EXIT.
006380*
006390 6100-PRINT-ONE-ITEM.
006400     IF DSX-CLEARED(DSX-SUB)
006410      AND DSX-OLD-STATUS(DSX-SUB) = 'C'
006420         GO TO 6100-EXIT
006430     END-IF.
006440     MOVE SPACES TO RPT-FLAG.
006450     MOVE DSX-DEPOSIT-DATE(DSX-SUB) TO RPT-DATE.
006460     MOVE DSX-SITE-ID(DSX-SUB) TO RPT-SITE-ID.
006470     MOVE SPACES TO RPT-DEPOSITED.
006480     IF DSX-DEPOSIT-ON-FILE(DSX-SUB)
006490         MOVE DSX-DEPOSIT-AMOUNT(DSX-SUB) TO WS-AMOUNT-ED
006500         MOVE WS-AMOUNT-ED TO RPT-DEPOSITED
006510     END-IF.
006520     MOVE SPACES TO RPT-CREDITED.
006530     IF DSX-CREDIT-ON-FILE(DSX-SUB)
006540         MOVE DSX-CREDIT-AMOUNT(DSX-SUB) TO WS-AMOUNT-ED
006550         MOVE WS-AMOUNT-ED TO RPT-CREDITED
006560     END-IF.
006570     MOVE SPACES TO RPT-REMARK.
006580     IF DSX-CLEARED(DSX-SUB)
006590         MOVE 'CLEARED' TO RPT-REMARK
006600         ADD 1 TO WS-CLEARED-COUNT
006610     END-IF.
006620     IF DSX-OPEN(DSX-SUB)
006630         IF DSX-DEPOSIT-DATE(DSX-SUB) < WS-OVERDUE-CUTOFF
006640             MOVE '***' TO RPT-FLAG
006650             MOVE 'NOT ACKNOWLEDGED BY THE BANK' TO RPT-REMARK
006660             ADD 1 TO WS-EXCEPTION-COUNT
006670         ELSE
006680             MOVE 'AWAITING THE BANK' TO RPT-REMARK
006690             ADD 1 TO WS-AWAITING-COUNT
006700         END-IF
006710     END-IF.
006720     IF DSX-MISSING(DSX-SUB)
006730         MOVE '***' TO RPT-FLAG
006740         MOVE 'NOT CREDITED BY THE BANK' TO RPT-REMARK
006750         ADD 1 TO WS-EXCEPTION-COUNT
006760     END-IF.
006770     IF DSX-UNMATCHED-CREDIT(DSX-SUB)
006780         MOVE '***' TO RPT-FLAG
006790         MOVE 'CREDIT WITH NO DEPOSIT ON FILE' TO RPT-REMARK
006800         ADD 1 TO WS-EXCEPTION-COUNT
006810     END-IF.
006820     IF DSX-DIFFERENCE(DSX-SUB)
006830         MOVE '***' TO RPT-FLAG
006840         ADD 1 TO WS-EXCEPTION-COUNT
006850         PERFORM 6200-SET-DIFFERENCE-REMARK THRU 6200-EXIT
006860     END-IF.
006870     MOVE RPT-ITEM-LINE TO WS-PRINT-LINE.
006880     PERFORM 8700-WRITE-LIST-LINE THRU 8700-EXIT.
006890 6100-EXIT.
006900     EXIT.
006910*
006920 6200-SET-DIFFERENCE-REMARK.
006930     IF DSX-CREDIT-AMOUNT(DSX-SUB) < DSX-DEPOSIT-AMOUNT(DSX-SUB)
006940         SUBTRACT DSX-CREDIT-AMOUNT(DSX-SUB)
006950             FROM DSX-DEPOSIT-AMOUNT(DSX-SUB)
006960             GIVING WS-DIFFERENCE
006970         MOVE WS-DIFFERENCE TO WS-AMOUNT-ED
006980         STRING 'SHORT BY ' DELIMITED BY SIZE
006990             WS-AMOUNT-ED DELIMITED BY SIZE
007000             INTO RPT-REMARK
007010     ELSE
007020         SUBTRACT DSX-DEPOSIT-AMOUNT(DSX-SUB)
007030             FROM DSX-CREDIT-AMOUNT(DSX-SUB)
007040             GIVING WS-DIFFERENCE
007050         MOVE WS-DIFFERENCE TO WS-AMOUNT-ED
007060         STRING 'OVER BY  ' DELIMITED BY SIZE
007070             WS-AMOUNT-ED DELIMITED BY SIZE
007080             INTO RPT-REMARK
007090     END-IF.
007100 6200-EXIT.
007110     EXIT.
007120*
007130*----------------------------------------------------------------*
007140*    7000-REWRITE-STATUS-FILE - CARRY EVERY ITEM FORWARD TO THE
007150*    NEXT RUN, EXCEPT A CLEARED ITEM THAT CLEARED BEFORE THE
007160*    KEEP CUTOFF, WHICH IS DROPPED.
007170*----------------------------------------------------------------*
007180 7000-REWRITE-STATUS-FILE.
007190     OPEN OUTPUT DEPOSIT-STATUS-FILE.
007200     IF WS-DST-STATUS NOT = '00'
007210         DISPLAY 'OMIDACK: CANNOT OPEN OMIDSTS (STATUS '
007220             WS-DST-STATUS ') - STATUS NOT CARRIED FORWARD.'
007230         MOVE 'S' TO WS-OPS-SEVERITY
007240         MOVE 'DAK0002' TO WS-OPS-CODE
007250         MOVE 'CANNOT REWRITE DEPOSIT STATUS FILE'
007260             TO WS-OPS-TEXT
007270         PERFORM 8800-WRITE-OPS-MESSAGE THRU 8800-EXIT
007280         SET WS-RUN-FATAL TO TRUE
007290         GO TO 7000-EXIT
007300     END-IF.
007310     PERFORM 7100-WRITE-ONE-ITEM THRU 7100-EXIT
007320         VARYING DSX-SUB FROM 1 BY 1 UNTIL DSX-SUB > DSX-COUNT.
007330     CLOSE DEPOSIT-STATUS-FILE.
007340     DISPLAY 'OMIDACK: ' WS-ITEMS-KEPT ' ITEM(S) CARRIED ON'
007350         ' OMIDSTS, ' WS-ITEMS-DROPPED ' CLEARED ITEM(S)'
007360         ' DROPPED.'.
007370     MOVE 'I' TO WS-OPS-SEVERITY.
007380     MOVE 'RUN0001' TO WS-OPS-CODE.
007390     MOVE 'BANK DEPOSIT ACKNOWLEDGEMENTS MATCHED' TO WS-OPS-TEXT.
007400     PERFORM 8800-WRITE-OPS-MESSAGE THRU 8800-EXIT.
007410 7000-EXIT.
007420     EXIT.
007430*
007440 7100-WRITE-ONE-ITEM.
007450     IF DSX-CLEARED(DSX-SUB)
007460      AND DSX-CLEARED-DATE(DSX-SUB) < WS-KEEP-CUTOFF
007470         ADD 1 TO WS-ITEMS-DROPPED
007480         GO TO 7100-EXIT
007490     END-IF.
007500     MOVE DSX-DEPOSIT-DATE(DSX-SUB)    TO DST-DEPOSIT-DATE.
007510     MOVE DSX-SITE-ID(DSX-SUB)         TO DST-SITE-ID.
007520     MOVE DSX-STATUS(DSX-SUB)          TO DST-STATUS.
007530     MOVE DSX-DEPOSIT-SWITCH(DSX-SUB)  TO DST-DEPOSIT-SWITCH.
007540     MOVE DSX-DEPOSIT-AMOUNT(DSX-SUB)  TO DST-DEPOSIT-AMOUNT.
007550     MOVE DSX-CREDIT-SWITCH(DSX-SUB)   TO DST-CREDIT-SWITCH.
007560     MOVE DSX-CREDIT-AMOUNT(DSX-SUB)   TO DST-CREDIT-AMOUNT.
007570     MOVE DSX-CREDIT-DATE(DSX-SUB)     TO DST-CREDIT-DATE.
007580     MOVE DSX-BANK-REF(DSX-SUB)        TO DST-BANK-REF.
007590     MOVE DSX-FIRST-SEEN-DATE(DSX-SUB) TO DST-FIRST-SEEN-DATE.
007600     MOVE DSX-CLEARED-DATE(DSX-SUB)    TO DST-CLEARED-DATE.
007610     WRITE DEPOSIT-STATUS-RECORD.
007620     ADD 1 TO WS-ITEMS-KEPT.
007630 7100-EXIT.
007640     EXIT.
007650*
007660*----------------------------------------------------------------*
007670*    8200-FIND-OR-ADD-ITEM - FIND THE ITEM FOR THE DEPOSIT DATE
007680*    AND SITE IN HAND, OPENING A NEW ONE WHEN THERE IS NONE. A
007690*    FULL TABLE LEAVES THE HIT SUBSCRIPT ZERO AND SETS THE
007700*    OVERFLOW SWITCH.
007710*----------------------------------------------------------------*
007720 8200-FIND-OR-ADD-ITEM.
007730     MOVE ZERO TO DSX-HIT-SUB.
007740     PERFORM 8210-MATCH-ONE-ITEM THRU 8210-EXIT
007750         VARYING DSX-SCAN-SUB FROM 1 BY 1
007760         UNTIL DSX-SCAN-SUB > DSX-COUNT OR DSX-HIT-SUB > ZERO.
007770     IF DSX-HIT-SUB > ZERO
007780         GO TO 8200-EXIT
007790     END-IF.
007800     IF DSX-COUNT = 500
007810         SET DSX-OVERFLOWED TO TRUE
007820         GO TO 8200-EXIT
007830     END-IF.
007840     ADD 1 TO DSX-COUNT.
007850     MOVE DSX-COUNT TO DSX-HIT-SUB.
007860     INITIALIZE DSX-ENTRY(DSX-HIT-SUB).
007870     MOVE WS-KEY-DATE TO DSX-DEPOSIT-DATE(DSX-HIT-SUB).
007880     MOVE WS-KEY-SITE-ID TO DSX-SITE-ID(DSX-HIT-SUB).
007890     MOVE 'O' TO DSX-STATUS(DSX-HIT-SUB).
007900     MOVE 'N' TO DSX-DEPOSIT-SWITCH(DSX-HIT-SUB).
007910     MOVE 'N' TO DSX-CREDIT-SWITCH(DSX-HIT-SUB).
007920     MOVE 'N' TO DSX-ACK-RUN-SWITCH(DSX-HIT-SUB).
007930     MOVE WS-CURRENT-DATE TO DSX-FIRST-SEEN-DATE(DSX-HIT-SUB).
007940 8200-EXIT.
007950     EXIT.
007960*
007970 8210-MATCH-ONE-ITEM.
007980     IF DSX-DEPOSIT-DATE(DSX-SCAN-SUB) = WS-KEY-DATE
007990      AND DSX-SITE-ID(DSX-SCAN-SUB) = WS-KEY-SITE-ID
008000         MOVE DSX-SCAN-SUB TO DSX-HIT-SUB
008010     END-IF.
008020 8210-EXIT.
008030     EXIT.
008040*
008050*----------------------------------------------------------------*
008060*    8500-SUBTRACT-DAYS - STEP THE WORK DATE BACK ONE DAY AT A
008070*    TIME, BORROWING ACROSS MONTH AND YEAR ENDS WITH THE LEAP
008080*    YEAR RULE, UNTIL THE DAYS LEFT ARE USED UP.
008090*----------------------------------------------------------------*
008100 8500-SUBTRACT-DAYS.
008110     PERFORM 8510-BACK-ONE-DAY THRU 8510-EXIT
008120         UNTIL DTE-DAYS-LEFT = ZERO.
008130 8500-EXIT.
008140     EXIT.
008150*
008160 8510-BACK-ONE-DAY.
008170     SUBTRACT 1 FROM DTE-DAYS-LEFT.
008180     IF DTE-DAY > 1
008190         SUBTRACT 1 FROM DTE-DAY
008200         GO TO 8510-EXIT
008210     END-IF.
008220     IF DTE-MONTH > 1
008230         SUBTRACT 1 FROM DTE-MONTH
008240     ELSE
008250         MOVE 12 TO DTE-MONTH
008260         SUBTRACT 1 FROM DTE-YEAR
008270     END-IF.
008280     MOVE DTE-MONTH-LEN(DTE-MONTH) TO DTE-DAY.
008290     IF DTE-MONTH = 2
008300         PERFORM 8520-CHECK-LEAP-YEAR THRU 8520-EXIT
008310     END-IF.
008320 8510-EXIT.
008330     EXIT.
008340*
008350 8520-CHECK-LEAP-YEAR.
008360     DIVIDE DTE-YEAR BY 4 GIVING DTE-QUOTIENT
008370         REMAINDER DTE-REMAINDER.
008380     IF DTE-REMAINDER NOT = ZERO
008390         GO TO 8520-EXIT
008400     END-IF.
008410     DIVIDE DTE-YEAR BY 100 GIVING DTE-QUOTIENT
008420         REMAINDER DTE-REMAINDER.
008430     IF DTE-REMAINDER NOT = ZERO
008440         MOVE 29 TO DTE-DAY
008450         GO TO 8520-EXIT
008460     END-IF.
008470     DIVIDE DTE-YEAR BY 400 GIVING DTE-QUOTIENT
008480         REMAINDER DTE-REMAINDER.
008490     IF DTE-REMAINDER = ZERO
008500         MOVE 29 TO DTE-DAY
008510     END-IF.
008520 8520-EXIT.
008530     EXIT.
008540*
008550*----------------------------------------------------------------*
008560*    8700-WRITE-LIST-LINE - PUT THE LINE IN HAND ON THE
008570*    EXCEPTION REPORT AND ECHO IT TO THE CONSOLE.
008580*----------------------------------------------------------------*
008590 8700-WRITE-LIST-LINE.
008600     WRITE EXCEPTION-LIST-RECORD FROM WS-PRINT-LINE.
008610     DISPLAY WS-PRINT-LINE.
008620 8700-EXIT.
008630     EXIT.
008640*
008650*----------------------------------------------------------------*
008660*    8800-WRITE-OPS-MESSAGE - APPEND THE MESSAGE IN HAND TO THE
008670*    OMIOPSL OPERATIONS LOG AND RAISE THE RUN'S WORST SEVERITY,
008680*    WHICH BECOMES THE RETURN CODE. OPENED AND CLOSED PER
008690*    MESSAGE SO CONCURRENT JOBS INTERLEAVE WHOLE RECORDS. A LOG
008700*    THAT CANNOT BE OPENED LOSES THE MESSAGE BUT NEVER STOPS
008710*    THE RUN - THE JOB LOG DISPLAY HAS ALREADY BEEN MADE.
008720*----------------------------------------------------------------*
008730 8800-WRITE-OPS-MESSAGE.
008740     IF WS-OPS-SEVERITY = 'S'
008750         MOVE 8 TO WS-HIGHEST-SEVERITY
008760     END-IF.
008770     IF WS-OPS-SEVERITY = 'W' AND WS-HIGHEST-SEVERITY < 4
008780         MOVE 4 TO WS-HIGHEST-SEVERITY
008790     END-IF.
008800     ACCEPT WS-OPS-TIME FROM TIME.
008810     OPEN EXTEND OPS-MESSAGE-FILE.
008820     IF WS-OPS-STATUS = '35'
008830         OPEN OUTPUT OPS-MESSAGE-FILE
008840         CLOSE OPS-MESSAGE-FILE
008850         OPEN EXTEND OPS-MESSAGE-FILE
008860     END-IF.
008870     IF WS-OPS-STATUS NOT = '00'
008880         DISPLAY 'OMIOPSL: CANNOT OPEN OPS LOG (STATUS '
008890             WS-OPS-STATUS ') - MESSAGE LOST.'
008900         GO TO 8800-EXIT
008910     END-IF.
008920     MOVE WS-CURRENT-DATE TO OPR-MSG-DATE.
008930     MOVE WS-OPS-TIME     TO OPR-MSG-TIME.
008940     MOVE 'OMIDACK '      TO OPR-PROGRAM-ID.
008950     MOVE WS-OPS-SEVERITY TO OPR-SEVERITY.
008960     MOVE WS-OPS-CODE     TO OPR-MSG-CODE.
008970     MOVE WS-OPS-TEXT     TO OPR-MSG-TEXT.
008980     WRITE OPS-MESSAGE-RECORD.
008990     CLOSE OPS-MESSAGE-FILE.
009000 8800-EXIT.
009010     EXIT.
009020*
009030*----------------------------------------------------------------*
009040*    8900-TABLE-FULL - MORE ITEMS THAN THE TABLE HOLDS. THE RUN
009050*    ENDS SEVERE WITH OMIDSTS UNTOUCHED, SO NOTHING CARRIED
009060*    FORWARD IS LOST.
009070*----------------------------------------------------------------*
009080 8900-TABLE-FULL.
009090     DISPLAY 'OMIDACK: MORE THAN 500 DEPOSIT ITEMS - OMIDSTS'
009100         ' LEFT AS IT WAS.'.
009110     MOVE 'S' TO WS-OPS-SEVERITY.
009120     MOVE 'DAK0001' TO WS-OPS-CODE.
009130     MOVE 'DEPOSIT STATUS TABLE FULL - NOTHING MATCHED'
009140         TO WS-OPS-TEXT.
009150     PERFORM 8800-WRITE-OPS-MESSAGE THRU 8800-EXIT.
009160     SET WS-RUN-FATAL TO TRUE.
009170 8900-EXIT.
009180     EXIT.
009190*
009200*----------------------------------------------------------------*
009210*    9000-TERMINATE - END THE RUN.
009220*----------------------------------------------------------------*
009230 9000-TERMINATE.
009240     DISPLAY 'OMIDACK: RUN COMPLETE.'.
009250 9000-EXIT.
009260     EXIT.
