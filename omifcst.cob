000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. OMIFCST.
000030 AUTHOR. T. SATO.
000040 INSTALLATION. SHRINE SYSTEMS SECTION.
000050 DATE-WRITTEN. 2026-10-09.
000060 DATE-COMPILED.
000070*
000080*    MODIFICATION HISTORY.
000090*    DATE       INIT  DESCRIPTION
000100*    ---------- ----  -----------------------------------------
000110*    2026-10-09 TS    ORIGINAL VERSION. BOX PRODUCTION FORECAST.
000120*                      FOR A REQUESTED FESTIVAL WINDOW, TAKES THE
000130*                      SAME DAYS OF UP TO FIVE EARLIER SEASONS
000140*                      AND COUNTS EACH SITE'S DEMAND PER DAY -
000150*                      KIOSK DRAWS FROM THE DRAW LOG (OMILOG AND
000160*                      THE OMILOG.YYYY ARCHIVES), COUNTED AS
000170*                      OMIHOUR COUNTS THEM, PLUS PRE-DRAWN SLIPS
000180*                      SOLD FROM THE OMISTKF S AND G (COUNTER AND
000190*                      GROUP) SOLD MOVEMENTS, EACH LOT PLACED AT
000195*                      THE SITE THAT DREW IT. THE SEASONS ARE
000200*                      AVERAGED, THE SAFETY MARGIN ADDED, AND THE
000210*                      PLAN OF LOTS PER SITE AND DAY PRINTED TO
000220*                      OMIFCSL.
000230*                      ONCE APPROVED AT THE CONSOLE, AN OMIBCNT
000240*                      COUNT OR OMISLC SERIAL LIST IS CUT FOR
000250*                      EVERY OMIBATCH RUN IN THE PLAN AND THE
000260*                      RUNS ARE LISTED ON OMIPLAN.
000270*
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT DRAW-LOG-FILE ASSIGN TO WS-LOG-NAME
000320         ORGANIZATION IS LINE SEQUENTIAL
000330         FILE STATUS IS WS-LOG-STATUS.
000340     SELECT STOCK-FILE ASSIGN TO "OMISTKF"
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS WS-STK-STATUS.
000370     SELECT BATCH-COUNT-FILE ASSIGN TO WS-CONTROL-NAME
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS WS-CNT-STATUS.
000400     SELECT SLIP-CONTROL-FILE ASSIGN TO WS-CONTROL-NAME
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-SLC-STATUS.
000430     SELECT PLAN-FILE ASSIGN TO "OMIPLAN"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-PLN-STATUS.
000460     SELECT PLAN-LIST-FILE ASSIGN TO "OMIFCSL"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-FCL-STATUS.
000490     SELECT OPS-MESSAGE-FILE ASSIGN TO "OMIOPSL"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-OPS-STATUS.
000520     SELECT BUSINESS-DATE-FILE ASSIGN TO "OMIBDAT"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-BDT-STATUS.
000550*
000560 DATA DIVISION.
000570 FILE SECTION.
000580 FD  DRAW-LOG-FILE
000590     RECORD CONTAINS 98 CHARACTERS.
000600 COPY OMLOGFD.
000610*
000620 FD  STOCK-FILE
000630     RECORD CONTAINS 39 CHARACTERS.
000640 COPY OMSTKFD.
000650*
000660 FD  BATCH-COUNT-FILE
000670     RECORD CONTAINS 5 CHARACTERS.
000680 COPY OMBCNFD.
000690*
000700 FD  SLIP-CONTROL-FILE
000710     RECORD CONTAINS 5 CHARACTERS.
000720 COPY OMSLCFD.
000730*
000740 FD  PLAN-FILE
000750     RECORD CONTAINS 64 CHARACTERS.
000760 COPY OMPLNFD.
000770*
000780 FD  PLAN-LIST-FILE
000790     RECORD CONTAINS 80 CHARACTERS.
000800 01  PLAN-LIST-RECORD             PIC X(80).
000810*
000820 FD  OPS-MESSAGE-FILE
000830     RECORD CONTAINS 93 CHARACTERS.
000840 COPY OMOPMFD.
000850*
000860 FD  BUSINESS-DATE-FILE
000870     RECORD CONTAINS 32 CHARACTERS.
000880 COPY OMBDTFD.
000890*
000900 WORKING-STORAGE SECTION.
000910 01  WS-CURRENT-DATE              PIC 9(08).
000920 01  WS-BDT-STATUS                PIC X(02).
000930 01  WS-LOG-STATUS                PIC X(02).
000940 01  WS-STK-STATUS                PIC X(02).
000950 01  WS-CNT-STATUS                PIC X(02).
000960 01  WS-SLC-STATUS                PIC X(02).
000970 01  WS-PLN-STATUS                PIC X(02).
000980 01  WS-FCL-STATUS                PIC X(02).
000990 01  WS-OPS-STATUS                PIC X(02).
001000 01  WS-ANSWER                    PIC X(01).
001010*
001020*    OPERATIONS MESSAGE IN HAND AND THE WORST SEVERITY SEEN
001030*    THIS RUN - 0 CLEAN, 4 WARNING, 8 SEVERE - WHICH BECOMES
001040*    THE RETURN CODE AT END OF RUN.
001050 01  WS-OPS-TIME                  PIC 9(08).
001060 01  WS-OPS-SEVERITY              PIC X(01).
001070 01  WS-OPS-CODE                  PIC X(08).
001080 01  WS-OPS-TEXT                  PIC X(60).
001090 01  WS-HIGHEST-SEVERITY          PIC 9(01) VALUE ZERO.
001100*
001110*    NUMERIC ENTRY EDITING - TYPED INPUT SITS AT THE LEFT OF
001120*    THE FIELD WITH TRAILING SPACES, SO THE DIGITS ARE SHIFTED
001130*    TO THE RIGHT AND ZERO-FILLED BEFORE THE NUMERIC TEST.
001140 01  WS-ENTRY-INPUT               PIC X(08).
001150 01  WS-ENTRY-EDITED              PIC X(08).
001160 01  WS-ENTRY-HOLD                PIC X(07).
001170 01  WS-ENTRY-NUMBER              PIC 9(08).
001180 01  WS-ENTRY-SWITCH              PIC X(01) VALUE 'N'.
001190     88  WS-ENTRY-VALID                VALUE 'Y'.
001200     88  WS-ENTRY-NOT-VALID            VALUE 'N'.
001210*
001220*    THE PLAN AS ASKED FOR - THE FESTIVAL WINDOW, HOW MANY
001230*    EARLIER SEASONS TO LEARN FROM, THE SAFETY MARGIN ADDED TO
001240*    THE AVERAGE, THE MOST SLIPS ONE BOX MAY HOLD, AND WHICH
001250*    KIND OF CONTROL FILE TO CUT FOR OMIBATCH.
001260 01  WS-FROM-DATE                 PIC 9(08).
001270 01  WS-TO-DATE                   PIC 9(08).
001280 01  WS-SEASONS                   PIC 9(01) VALUE 3.
001290 01  WS-MARGIN-PCT                PIC 9(02) VALUE 10.
001300 01  WS-BOX-SIZE                  PIC 9(05) VALUE 500.
001310 01  WS-FILE-TYPE                 PIC X(01) VALUE 'C'.
001320     88  WS-CUT-COUNTS                 VALUE 'C'.
001330     88  WS-CUT-SERIALS                VALUE 'S'.
001340*
001350*    THE DRAW LOG FILES READ - OMILOG ITSELF AND EVERY YEAR'S
001360*    OMILOG.YYYY ARCHIVE THAT COULD HOLD AN EARLIER SEASON OR
001370*    THE PRE-DRAW OF A LOT SOLD IN ONE.
001380 01  WS-LOG-NAME                  PIC X(12) VALUE 'OMILOG'.
001390 01  WS-LOG-YEAR                  PIC 9(04).
001400 01  WS-FIRST-LOG-YEAR            PIC 9(04).
001410 01  WS-LAST-LOG-YEAR             PIC 9(04).
001420 01  WS-LOG-FILES-READ            PIC 9(02) VALUE ZERO.
001430 01  WS-CONTROL-NAME              PIC X(25) VALUE SPACES.
001440*
001450*    CALENDAR WORK FIELDS FOR BUILDING AND CHECKING THE WINDOW
001460*    - A DATE STEPPED FORWARD A DAY AT A TIME WITH MONTH AND
001470*    LEAP-YEAR CARRIES.
001480 01  DTE-WORK-DATE.
001490     05  DTE-YEAR                 PIC 9(04).
001500     05  DTE-MONTH                PIC 9(02).
001510     05  DTE-DAY                  PIC 9(02).
001520 01  DTE-WORK-DATE-N REDEFINES DTE-WORK-DATE
001530                                  PIC 9(08).
001540 01  DTE-MONTH-END                PIC 9(02).
001550 01  DTE-QUOTIENT                 PIC 9(04) COMP.
001560 01  DTE-REMAINDER                PIC 9(04) COMP.
001570 01  DTE-MONTH-TABLE-VALUES       PIC X(24)
001580     VALUE '312831303130313130313031'.
001590 01  DTE-MONTH-TABLE REDEFINES DTE-MONTH-TABLE-VALUES.
001600     05  DTE-MONTH-LEN            PIC 9(02) OCCURS 12 TIMES.
001610 01  WS-DATE-SWITCH               PIC X(01).
001620     88  WS-DATE-VALID                 VALUE 'Y'.
001630*
001640*    THE FESTIVAL WINDOW ONE DAY PER ENTRY, WITH THE SAME DAY
001650*    IN EACH EARLIER SEASON - THE SAME MONTH AND DAY, ONE,
001660*    TWO ... YEARS BACK.
001670 01  DAY-TABLE.
001680     05  DAY-ENTRY OCCURS 31 TIMES.
001690         10  DAY-DATE             PIC 9(08).
001700         10  DAY-PRIOR-DATE       PIC 9(08) OCCURS 5 TIMES.
001710 01  DAY-COUNT                    PIC 9(02) COMP VALUE ZERO.
001720 01  DAY-SUB                      PIC 9(02) COMP.
001730 01  DAY-HIT-SUB                  PIC 9(02) COMP.
001740 01  SEA-SUB                      PIC 9(02) COMP.
001750 01  SEA-HIT-SUB                  PIC 9(02) COMP.
001760 01  WS-KEY-DATE                  PIC 9(08).
001770*
001780*    DEMAND FOUND PER SITE, PER WINDOW DAY, PER EARLIER SEASON
001790*    - KIOSK DRAWS AND PRE-DRAWN SLIPS SOLD SEPARATELY - AND
001800*    WHICH SEASONS THE SITE WAS OPEN FOR AT ALL, SO A BRANCH
001810*    WITH ONE SEASON BEHIND IT IS AVERAGED OVER THAT ONE.
001820 01  SIT-TABLE.
001830     05  SIT-ENTRY OCCURS 16 TIMES.
001840         10  SIT-SITE-ID          PIC X(04).
001850         10  SIT-SEASON-SWITCH    PIC X(01) OCCURS 5 TIMES.
001860         10  SIT-SEASONS-SEEN     PIC 9(01).
001870         10  SIT-TOTAL-SLIPS      PIC 9(07).
001880         10  SIT-DAY OCCURS 31 TIMES.
001890             15  SIT-SEASON OCCURS 5 TIMES.
001900                 20  SIT-KIOSK-COUNT  PIC 9(07).
001910                 20  SIT-BOX-COUNT    PIC 9(07).
001920 01  SIT-COUNT                    PIC 9(02) COMP VALUE ZERO.
001930 01  SIT-SUB                      PIC 9(02) COMP.
001940 01  SIT-HIT-SUB                  PIC 9(02) COMP.
001950 01  SIT-TABLE-LIMIT              PIC 9(02) COMP VALUE 16.
001960 01  SIT-OVERFLOW-SWITCH          PIC X(01) VALUE 'N'.
001970     88  SIT-OVERFLOWED                VALUE 'Y'.
001980 01  WS-KEY-SITE-ID               PIC X(04).
001990*
002000*    WHICH SITE DREW EACH LOT, TAKEN FROM THE LOT AND SITE
002010*    STAMPED ON THE LOT'S DRAWS IN THE LOG, SO A COUNTER SALE
002020*    ON OMISTKF CAN BE PLACED AT ITS SITE.
002030 01  LSM-TABLE.
002040     05  LSM-ENTRY OCCURS 2000 TIMES.
002050         10  LSM-LOT-NO           PIC 9(05).
002060         10  LSM-SITE-ID          PIC X(04).
002070 01  LSM-COUNT                    PIC 9(04) COMP VALUE ZERO.
002080 01  LSM-SUB                      PIC 9(04) COMP.
002090 01  LSM-HIT-SUB                  PIC 9(04) COMP.
002100 01  LSM-TABLE-LIMIT              PIC 9(04) COMP VALUE 2000.
002110 01  LSM-OVERFLOW-SWITCH          PIC X(01) VALUE 'N'.
002120     88  LSM-OVERFLOWED                VALUE 'Y'.
002130 01  WS-LAST-LOT-NO               PIC 9(05) VALUE ZERO.
002140*
002150*    ONE SITE AND DAY OF THE PLAN WORKED OUT.
002160 01  WS-HISTORY-TOTAL             PIC 9(09).
002170 01  WS-AVERAGE                   PIC 9(07).
002180 01  WS-PROJECTED                 PIC 9(07).
002190 01  WS-LOTS                      PIC 9(05).
002200 01  WS-LAST-LOT-SIZE             PIC 9(05).
002210 01  WS-RUN-NO                    PIC 9(03).
002220 01  WS-RUN-SIZE                  PIC 9(05).
002230 01  WS-NEXT-SERIAL               PIC 9(07).
002240 01  WS-SERIAL                    PIC 9(06).
002250 01  WS-FIRST-SERIAL              PIC 9(05).
002260 01  WS-LAST-SERIAL               PIC 9(05).
002270 01  WS-SITE-FILE-TYPE            PIC X(01).
002280     88  WS-SITE-SERIALS               VALUE 'S'.
002290 01  WS-DATE-EDITED               PIC 9(08).
002300 01  WS-RUN-EDITED                PIC 9(03).
002310 01  WS-PLAN-BLOCK-SWITCH         PIC X(01) VALUE 'N'.
002320     88  WS-PLAN-BLOCKED               VALUE 'Y'.
002330*
002340*    RUN COUNTS FOR THE REPORT FOOTING.
002350 01  WS-KIOSK-TAKEN               PIC 9(07) VALUE ZERO.
002360 01  WS-SOLD-TAKEN                PIC 9(07) VALUE ZERO.
002370 01  WS-UNPLACED-SOLD             PIC 9(07) VALUE ZERO.
002380 01  WS-PLAN-LOTS                 PIC 9(05) VALUE ZERO.
002390 01  WS-PLAN-SLIPS                PIC 9(09) VALUE ZERO.
002400 01  WS-FILES-CUT                 PIC 9(05) VALUE ZERO.
002410*
002420*    PRINT LINE WORK AREAS FOR THE PLAN - EVERY LINE GOES TO
002430*    OMIFCSL AND IS ECHOED TO THE CONSOLE.
002440 01  WS-PRINT-LINE                PIC X(80).
002450 01  WS-COUNT-ED                  PIC Z(08)9.
002460 01  WS-PCT-ED                    PIC Z9.
002470 01  RPT-PLAN-LINE.
002480     05  FILLER                   PIC X(02) VALUE SPACES.
002490     05  RPT-SITE-ID              PIC X(04).
002500     05  FILLER                   PIC X(02) VALUE SPACES.
002510     05  RPT-DATE                 PIC 9(08).
002520     05  FILLER                   PIC X(08) VALUE SPACES.
002530     05  RPT-SEASONS              PIC 9(01).
002540     05  FILLER                   PIC X(02) VALUE SPACES.
002550     05  RPT-AVERAGE              PIC Z(06)9.
002560     05  FILLER                   PIC X(02) VALUE SPACES.
002570     05  RPT-PROJECTED            PIC Z(08)9.
002580     05  FILLER                   PIC X(02) VALUE SPACES.
002590     05  RPT-LOTS                 PIC ZZZ9.
002600     05  FILLER                   PIC X(02) VALUE SPACES.
002610     05  RPT-LAST-LOT             PIC Z(07)9.
002620     05  FILLER                   PIC X(02) VALUE SPACES.
002630     05  RPT-REMARK               PIC X(17).
002640 01  RPT-RUN-LINE.
002650     05  FILLER                   PIC X(02) VALUE SPACES.
002660     05  RPT-RUN-SITE-ID          PIC X(04).
002670     05  FILLER                   PIC X(02) VALUE SPACES.
002680     05  RPT-RUN-DATE             PIC 9(08).
002690     05  FILLER                   PIC X(02) VALUE SPACES.
002700     05  RPT-RUN-NO               PIC ZZ9.
002710     05  FILLER                   PIC X(02) VALUE SPACES.
002720     05  RPT-RUN-SIZE             PIC Z(04)9.
002730     05  FILLER                   PIC X(02) VALUE SPACES.
002740     05  RPT-RUN-FILE             PIC X(25).
002750     05  FILLER                   PIC X(25) VALUE SPACES.
002760*
002770 01  WS-FATAL-SWITCH              PIC X(01) VALUE 'N'.
002780     88  WS-RUN-FATAL                  VALUE 'Y'.
002790*
002800 PROCEDURE DIVISION.
002810 0000-MAINLINE SECTION.
002820     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002830     IF NOT WS-RUN-FATAL
002840         PERFORM 2000-READ-DRAW-LOGS THRU 2000-EXIT
002850         PERFORM 3000-READ-LEDGER THRU 3000-EXIT
002860         PERFORM 4000-PRINT-PLAN THRU 4000-EXIT
002870     END-IF.
002880     IF NOT WS-RUN-FATAL
002890         PERFORM 5000-APPROVE-PLAN THRU 5000-EXIT
002900     END-IF.
002910     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002920     MOVE WS-HIGHEST-SEVERITY TO RETURN-CODE.
002930     STOP RUN.
002940*
002950*----------------------------------------------------------------*
002960*    1000-INITIALIZE - ASK FOR THE FESTIVAL WINDOW AND THE
002970*    PLANNING FIGURES. A BLANK ANSWER TAKES THE DEFAULT SHOWN,
002980*    EXCEPT THE WINDOW'S FIRST DAY, WHICH MUST BE GIVEN. A
002990*    BLANK LAST DAY MEANS A ONE-DAY WINDOW.
003000*----------------------------------------------------------------*
003010 1000-INITIALIZE.
003020     PERFORM 1010-LOAD-BUSINESS-DATE THRU 1010-EXIT.
003030     INITIALIZE DAY-TABLE.
003040     INITIALIZE SIT-TABLE.
003050     INITIALIZE LSM-TABLE.
003060     DISPLAY 'FIRST DAY OF THE FESTIVAL WINDOW (YYYYMMDD): '
003070         WITH NO ADVANCING.
003080     MOVE SPACES TO WS-ENTRY-INPUT.
003090     ACCEPT WS-ENTRY-INPUT.
003100     PERFORM 8000-EDIT-NUMERIC-ENTRY THRU 8000-EXIT.
003110     MOVE WS-ENTRY-NUMBER TO DTE-WORK-DATE-N.
003120     PERFORM 8700-CHECK-DATE THRU 8700-EXIT.
003130     IF WS-ENTRY-NOT-VALID OR NOT WS-DATE-VALID
003140         PERFORM 1900-BAD-WINDOW THRU 1900-EXIT
003150         GO TO 1000-EXIT
003160     END-IF.
003170     MOVE WS-ENTRY-NUMBER TO WS-FROM-DATE.
003180     DISPLAY 'LAST DAY OF THE WINDOW (BLANK FOR THE SAME DAY): '
003190         WITH NO ADVANCING.
003200     MOVE SPACES TO WS-ENTRY-INPUT.
003210     ACCEPT WS-ENTRY-INPUT.
003220     PERFORM 8000-EDIT-NUMERIC-ENTRY THRU 8000-EXIT.
003230     IF WS-ENTRY-NOT-VALID
003240         PERFORM 1900-BAD-WINDOW THRU 1900-EXIT
003250         GO TO 1000-EXIT
003260     END-IF.
003270     IF WS-ENTRY-NUMBER = ZERO
003280         MOVE WS-FROM-DATE TO WS-ENTRY-NUMBER
003290     END-IF.
003300     MOVE WS-ENTRY-NUMBER TO DTE-WORK-DATE-N.
003310     PERFORM 8700-CHECK-DATE THRU 8700-EXIT.
003320     IF NOT WS-DATE-VALID
003330      OR WS-ENTRY-NUMBER < WS-FROM-DATE
003340         PERFORM 1900-BAD-WINDOW THRU 1900-EXIT
003350         GO TO 1000-EXIT
003360     END-IF.
003370     MOVE WS-ENTRY-NUMBER TO WS-TO-DATE.
003380     PERFORM 1100-BUILD-WINDOW THRU 1100-EXIT.
003390     IF DTE-WORK-DATE-N NOT > WS-TO-DATE
003400         PERFORM 1900-BAD-WINDOW THRU 1900-EXIT
003410         GO TO 1000-EXIT
003420     END-IF.
003430     PERFORM 1200-GET-PLAN-FIGURES THRU 1200-EXIT.
003440 1000-EXIT.
003450     EXIT.
003460*
003470*----------------------------------------------------------------*
003480*    1900-BAD-WINDOW - THE WINDOW CANNOT BE PLANNED. THE RUN
003490*    ENDS SEVERE WITH NOTHING READ OR WRITTEN.
003500*----------------------------------------------------------------*
003510 1900-BAD-WINDOW.
003520     DISPLAY 'OMIFCST: THE WINDOW MUST BE REAL DATES, IN ORDER,'
003530         ' AND NO MORE THAN 31 DAYS.'.
003540     MOVE 'S' TO WS-OPS-SEVERITY.
003550     MOVE 'FCS0001' TO WS-OPS-CODE.
003560     MOVE 'UNUSABLE FESTIVAL WINDOW GIVEN - NOTHING PLANNED'
003570         TO WS-OPS-TEXT.
003580     PERFORM 8800-WRITE-OPS-MESSAGE THRU 8800-EXIT.
003590     SET WS-RUN-FATAL TO TRUE.
003600 1900-EXIT.
003610     EXIT.
003620*
003630*----------------------------------------------------------------*
003640*    1010-LOAD-BUSINESS-DATE - THE SHRINE DAY COMES FROM THE
003650*    OMIBDAT CONTROL RECORD, NOT THE MACHINE CLOCK, SO A STREAM
003660*    THAT RUNS PAST MIDNIGHT STAYS ON THE DAY IT BELONGS TO.
003670*    ONLY THE END-OF-DAY ROLL MOVES IT ON. WITH NO USABLE
003680*    RECORD ON FILE THE MACHINE DATE IS TAKEN.
003690*----------------------------------------------------------------*
003700 1010-LOAD-BUSINESS-DATE.
003710     MOVE ZERO TO WS-CURRENT-DATE.
003720     OPEN INPUT BUSINESS-DATE-FILE.
003730     IF WS-BDT-STATUS NOT = '35'
003740         READ BUSINESS-DATE-FILE
003750             AT END
003760                 CONTINUE
003770         END-READ
003780         IF WS-BDT-STATUS = '00'
003790          AND BDR-BUSINESS-DATE IS NUMERIC
003800             MOVE BDR-BUSINESS-DATE TO WS-CURRENT-DATE
003810         END-IF
003820         CLOSE BUSINESS-DATE-FILE
003830     END-IF.
003840     IF WS-CURRENT-DATE = ZERO
003850         ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
003860         DISPLAY 'OMIBDAT: NO BUSINESS DATE ON FILE - USING THE'
003870             ' MACHINE DATE ' WS-CURRENT-DATE '.'
003880     END-IF.
003890 1010-EXIT.
003900     EXIT.
003910*
003920*----------------------------------------------------------------*
003930*    1100-BUILD-WINDOW - ONE ENTRY PER DAY FROM THE FIRST DAY
003940*    THROUGH THE LAST, STOPPING AT 31. THE WORK DATE IS LEFT
003950*    ON THE DAY AFTER THE LAST ONE TAKEN, SO THE CALLER CAN
003960*    TELL A WINDOW THAT DID NOT FIT.
003970*----------------------------------------------------------------*
003980 1100-BUILD-WINDOW.
003990     MOVE WS-FROM-DATE TO DTE-WORK-DATE-N.
004000     PERFORM 1110-ADD-ONE-DAY THRU 1110-EXIT
004010         UNTIL DTE-WORK-DATE-N > WS-TO-DATE OR DAY-COUNT = 31.
004020 1100-EXIT.
004030     EXIT.
004040*
004050 1110-ADD-ONE-DAY.
004060     ADD 1 TO DAY-COUNT.
004070     MOVE DTE-WORK-DATE-N TO DAY-DATE(DAY-COUNT).
004080     PERFORM 8600-FORWARD-ONE-DAY THRU 8600-EXIT.
004090 1110-EXIT.
004100     EXIT.
004110*
004120*----------------------------------------------------------------*
004130*    1200-GET-PLAN-FIGURES - SEASONS BACK (1-5), SAFETY MARGIN
004140*    PERCENT (0-99) AND BOX SIZE (1-99999). ANYTHING OUTSIDE
004150*    THOSE LIMITS KEEPS THE DEFAULT. THE PRIOR-SEASON DAYS ARE
004160*    THEN SET UP AND THE RANGE OF ARCHIVE YEARS WORKED OUT -
004170*    FROM THE YEAR BEFORE THE EARLIEST SEASON, SINCE A BOX IS
004180*    OFTEN DRAWN IN DECEMBER FOR THE NEW YEAR.
004190*----------------------------------------------------------------*
004200 1200-GET-PLAN-FIGURES.
004210     DISPLAY 'EARLIER SEASONS TO LEARN FROM (1-5, BLANK FOR '
004220         WS-SEASONS '): ' WITH NO ADVANCING.
004230     MOVE SPACES TO WS-ENTRY-INPUT.
004240     ACCEPT WS-ENTRY-INPUT.
004250     PERFORM 8000-EDIT-NUMERIC-ENTRY THRU 8000-EXIT.
004260     IF WS-ENTRY-VALID
004270      AND WS-ENTRY-NUMBER > ZERO AND WS-ENTRY-NUMBER < 6
004280         MOVE WS-ENTRY-NUMBER TO WS-SEASONS
004290     END-IF.
004300     DISPLAY 'SAFETY MARGIN PERCENT (0-99, BLANK FOR '
004310         WS-MARGIN-PCT '): ' WITH NO ADVANCING.
004320     MOVE SPACES TO WS-ENTRY-INPUT.
004330     ACCEPT WS-ENTRY-INPUT.
004340     IF WS-ENTRY-INPUT NOT = SPACES
004350         PERFORM 8000-EDIT-NUMERIC-ENTRY THRU 8000-EXIT
004360         IF WS-ENTRY-VALID AND WS-ENTRY-NUMBER < 100
004370             MOVE WS-ENTRY-NUMBER TO WS-MARGIN-PCT
004380         END-IF
004390     END-IF.
004400     DISPLAY 'MOST SLIPS IN ONE BOX (BLANK FOR ' WS-BOX-SIZE
004410         '): ' WITH NO ADVANCING.
004420     MOVE SPACES TO WS-ENTRY-INPUT.
004430     ACCEPT WS-ENTRY-INPUT.
004440     PERFORM 8000-EDIT-NUMERIC-ENTRY THRU 8000-EXIT.
004450     IF WS-ENTRY-VALID
004460      AND WS-ENTRY-NUMBER > ZERO AND WS-ENTRY-NUMBER < 100000
004470         MOVE WS-ENTRY-NUMBER TO WS-BOX-SIZE
004480     END-IF.
004490     PERFORM 1210-SET-PRIOR-DAYS THRU 1210-EXIT
004500         VARYING DAY-SUB FROM 1 BY 1 UNTIL DAY-SUB > DAY-COUNT.
004510     DIVIDE WS-FROM-DATE BY 10000 GIVING WS-FIRST-LOG-YEAR.
004520     SUBTRACT WS-SEASONS FROM WS-FIRST-LOG-YEAR.
004530     SUBTRACT 1 FROM WS-FIRST-LOG-YEAR.
004540     DIVIDE WS-TO-DATE BY 10000 GIVING WS-LAST-LOG-YEAR.
004550     SUBTRACT 1 FROM WS-LAST-LOG-YEAR.
004560     DISPLAY 'OMIFCST: PLANNING ' WS-FROM-DATE ' THROUGH '
004570         WS-TO-DATE ' FROM ' WS-SEASONS ' SEASON(S), MARGIN '
004580         WS-MARGIN-PCT '%, BOX ' WS-BOX-SIZE '.'.
004590 1200-EXIT.
004600     EXIT.
004610*
004620 1210-SET-PRIOR-DAYS.
004630     PERFORM 1220-SET-ONE-PRIOR-DAY THRU 1220-EXIT
004640         VARYING SEA-SUB FROM 1 BY 1 UNTIL SEA-SUB > WS-SEASONS.
004650 1210-EXIT.
004660     EXIT.
004670*
004680 1220-SET-ONE-PRIOR-DAY.
004690     COMPUTE DAY-PRIOR-DATE(DAY-SUB, SEA-SUB) =
004700         DAY-DATE(DAY-SUB) - SEA-SUB * 10000.
004710 1220-EXIT.
004720     EXIT.
004730*
004740*----------------------------------------------------------------*
004750*    2000-READ-DRAW-LOGS - THE CURRENT LOG, THEN EACH YEAR'S
004760*    ARCHIVE IN TURN. AN ARCHIVE YEAR NOT ON HAND IS PASSED
004770*    OVER - ITS SEASON SIMPLY HAS NO KIOSK HISTORY.
004780*----------------------------------------------------------------*
004790 2000-READ-DRAW-LOGS.
004800     MOVE 'OMILOG' TO WS-LOG-NAME.
004810     PERFORM 2100-READ-ONE-LOG-FILE THRU 2100-EXIT.
004820     PERFORM 2050-READ-ONE-ARCHIVE THRU 2050-EXIT
004830         VARYING WS-LOG-YEAR FROM WS-FIRST-LOG-YEAR BY 1
004840         UNTIL WS-LOG-YEAR > WS-LAST-LOG-YEAR.
004850     IF LSM-OVERFLOWED
004860         MOVE 'W' TO WS-OPS-SEVERITY
004870         MOVE 'FCS0002' TO WS-OPS-CODE
004880         MOVE 'LOT MAP FULL - SOME COUNTER SALES NOT PLACED'
004890             TO WS-OPS-TEXT
004900         PERFORM 8800-WRITE-OPS-MESSAGE THRU 8800-EXIT
004910     END-IF.
004920 2000-EXIT.
004930     EXIT.
004940*
004950 2050-READ-ONE-ARCHIVE.
004960     MOVE SPACES TO WS-LOG-NAME.
004970     STRING 'OMILOG.' DELIMITED BY SIZE
004980         WS-LOG-YEAR DELIMITED BY SIZE
004990         INTO WS-LOG-NAME.
005000     PERFORM 2100-READ-ONE-LOG-FILE THRU 2100-EXIT.
005010 2050-EXIT.
005020     EXIT.
005030*
005040 2100-READ-ONE-LOG-FILE.
005050     OPEN INPUT DRAW-LOG-FILE.
005060     IF WS-LOG-STATUS NOT = '00'
005070         DISPLAY 'OMIFCST: ' WS-LOG-NAME ' NOT ON HAND.'
005080         GO TO 2100-EXIT
005090     END-IF.
005100     ADD 1 TO WS-LOG-FILES-READ.
005110     MOVE ZERO TO WS-LAST-LOT-NO.
005120     PERFORM 2110-READ-ONE-LOG-RECORD THRU 2110-EXIT
005130         UNTIL WS-LOG-STATUS = '10'.
005140     CLOSE DRAW-LOG-FILE.
005150 2100-EXIT.
005160     EXIT.
005170*
005180*----------------------------------------------------------------*
005190*    2110-READ-ONE-LOG-RECORD - A V REVERSAL IS BOOKKEEPING,
005200*    NOT A VISITOR, AND IS PASSED OVER AS OMIHOUR PASSES IT
005210*    OVER. A BATCH DRAW PLACES ITS LOT AT ITS SITE; A KIOSK
005220*    DRAW (SLIP ZERO) ON ONE OF THE EARLIER SEASONS' DAYS IS
005230*    COUNTED AGAINST ITS SITE. A RECORD FROM BEFORE THE SITE
005240*    STAMP BELONGS TO THE MAIN HALL.
005250*----------------------------------------------------------------*
005260 2110-READ-ONE-LOG-RECORD.
005270     READ DRAW-LOG-FILE
005280         AT END
005290             MOVE '10' TO WS-LOG-STATUS
005300     END-READ.
005310     IF WS-LOG-STATUS = '10'
005320         GO TO 2110-EXIT
005330     END-IF.
005340     IF DLR-FEE-VOIDED
005350      OR DLR-DRAW-DATE IS NOT NUMERIC
005360         GO TO 2110-EXIT
005370     END-IF.
005380     MOVE DLR-SITE-ID TO WS-KEY-SITE-ID.
005390     IF WS-KEY-SITE-ID = SPACES
005400         MOVE 'MAIN' TO WS-KEY-SITE-ID
005410     END-IF.
005420     IF DLR-LOT-NO IS NUMERIC
005430      AND DLR-LOT-NO > ZERO
005440      AND DLR-LOT-NO NOT = WS-LAST-LOT-NO
005450         MOVE DLR-LOT-NO TO WS-LAST-LOT-NO
005460         PERFORM 7100-MAP-LOT-SITE THRU 7100-EXIT
005470     END-IF.
005480     IF DLR-SLIP-NO NOT = ZERO
005490         GO TO 2110-EXIT
005500     END-IF.
005510     MOVE DLR-DRAW-DATE TO WS-KEY-DATE.
005520     PERFORM 7000-FIND-SEASON-DAY THRU 7000-EXIT.
005530     IF DAY-HIT-SUB = ZERO
005540         GO TO 2110-EXIT
005550     END-IF.
005560     PERFORM 7200-FIND-OR-ADD-SITE THRU 7200-EXIT.
005570     IF SIT-HIT-SUB = ZERO
005580         GO TO 2110-EXIT
005590     END-IF.
005600     ADD 1 TO SIT-KIOSK-COUNT(SIT-HIT-SUB, DAY-HIT-SUB,
005610         SEA-HIT-SUB).
005620     MOVE 'Y' TO SIT-SEASON-SWITCH(SIT-HIT-SUB, SEA-HIT-SUB).
005630     ADD 1 TO WS-KIOSK-TAKEN.
005640 2110-EXIT.
005650     EXIT.
005660*
005670*----------------------------------------------------------------*
005680*    3000-READ-LEDGER - EVERY S AND G (COUNTER AND GROUP) SOLD
005690*    MOVEMENT ON ONE OF THE EARLIER SEASONS' DAYS IS COUNTED
005700*    AGAINST THE SITE THAT DREW ITS LOT. A SALE WHOSE LOT IS NOT
005710*    IN ANY LOG READ CANNOT BE PLACED AND IS SHOWN ON THE FOOTING
005715*    INSTEAD.
005720*----------------------------------------------------------------*
005730 3000-READ-LEDGER.
005740     OPEN INPUT STOCK-FILE.
005750     IF WS-STK-STATUS = '35'
005760         GO TO 3000-EXIT
005770     END-IF.
005780     PERFORM 3100-READ-ONE-LEDGER THRU 3100-EXIT
005790         UNTIL WS-STK-STATUS = '10'.
005800     CLOSE STOCK-FILE.
005810 3000-EXIT.
005820     EXIT.
005830*
005840 3100-READ-ONE-LEDGER.
005850     READ STOCK-FILE
005860         AT END
005870             MOVE '10' TO WS-STK-STATUS
005880     END-READ.
005890     IF WS-STK-STATUS = '10'
005900         GO TO 3100-EXIT
005910     END-IF.
005920     IF NOT SKR-SOLD
005930      OR SKR-QUANTITY IS NOT NUMERIC
005940      OR SKR-TXN-DATE IS NOT NUMERIC
005950      OR SKR-LOT-NO IS NOT NUMERIC
005960         GO TO 3100-EXIT
005970     END-IF.
005980     MOVE SKR-TXN-DATE TO WS-KEY-DATE.
005990     PERFORM 7000-FIND-SEASON-DAY THRU 7000-EXIT.
006000     IF DAY-HIT-SUB = ZERO
006010         GO TO 3100-EXIT
006020     END-IF.
006030     MOVE ZERO TO LSM-HIT-SUB.
006040     MOVE SKR-LOT-NO TO WS-LAST-LOT-NO.
006050     PERFORM 7110-MATCH-ONE-LOT THRU 7110-EXIT
006060         VARYING LSM-SUB FROM 1 BY 1
006070         UNTIL LSM-SUB > LSM-COUNT OR LSM-HIT-SUB > ZERO.
006080     IF LSM-HIT-SUB = ZERO
006090         ADD SKR-QUANTITY TO WS-UNPLACED-SOLD
006100         GO TO 3100-EXIT
006110     END-IF.
006120     MOVE LSM-SITE-ID(LSM-HIT-SUB) TO WS-KEY-SITE-ID.
006130     PERFORM 7200-FIND-OR-ADD-SITE THRU 7200-EXIT.
006140     IF SIT-HIT-SUB = ZERO
006150         GO TO 3100-EXIT
006160     END-IF.
006170     ADD SKR-QUANTITY TO SIT-BOX-COUNT(SIT-HIT-SUB, DAY-HIT-SUB,
006180         SEA-HIT-SUB).
006190     MOVE 'Y' TO SIT-SEASON-SWITCH(SIT-HIT-SUB, SEA-HIT-SUB).
006200     ADD SKR-QUANTITY TO WS-SOLD-TAKEN.
006210 3100-EXIT.
006220     EXIT.
006230*
006240*----------------------------------------------------------------*
006250*    4000-PRINT-PLAN - ONE LINE PER SITE AND WINDOW DAY: THE
006260*    SEASONS THE SITE HAS HISTORY FOR, THE AVERAGE DEMAND OVER
006270*    THEM, THE PROJECTION WITH THE MARGIN ADDED, AND THE LOTS
006280*    TO DRAW - FULL BOXES, THE LAST ONE TAKING THE REMAINDER.
006290*----------------------------------------------------------------*
006300 4000-PRINT-PLAN.
006310     OPEN OUTPUT PLAN-LIST-FILE.
006320     IF WS-FCL-STATUS NOT = '00'
006330         DISPLAY 'OMIFCST: CANNOT OPEN OMIFCSL (STATUS '
006340             WS-FCL-STATUS ') - NO PLAN.'
006350         MOVE 'S' TO WS-OPS-SEVERITY
006360         MOVE 'FCS0003' TO WS-OPS-CODE
006370         MOVE 'CANNOT OPEN OMIFCSL - NO PRODUCTION PLAN'
006380             TO WS-OPS-TEXT
006390         PERFORM 8800-WRITE-OPS-MESSAGE THRU 8800-EXIT
006400         SET WS-RUN-FATAL TO TRUE
006410         GO TO 4000-EXIT
006420     END-IF.
006430     MOVE SPACES TO WS-PRINT-LINE.
006440     STRING 'OMIFCST - BOX PRODUCTION PLAN ' DELIMITED BY SIZE
006450         WS-FROM-DATE DELIMITED BY SIZE
006460         ' THROUGH ' DELIMITED BY SIZE
006470         WS-TO-DATE DELIMITED BY SIZE
006480         ', AS AT ' DELIMITED BY SIZE
006490         WS-CURRENT-DATE DELIMITED BY SIZE
006500         INTO WS-PRINT-LINE.
006510     PERFORM 8750-WRITE-LIST-LINE THRU 8750-EXIT.
006520     MOVE SPACES TO WS-PRINT-LINE.
006530     MOVE WS-MARGIN-PCT TO WS-PCT-ED.
006540     STRING '  ' DELIMITED BY SIZE
006550         WS-SEASONS DELIMITED BY SIZE
006560         ' SEASON(S) BACK, MARGIN ' DELIMITED BY SIZE
006570         WS-PCT-ED DELIMITED BY SIZE
006580         '%, AT MOST ' DELIMITED BY SIZE
006590         WS-BOX-SIZE DELIMITED BY SIZE
006600         ' SLIPS A BOX' DELIMITED BY SIZE
006610         INTO WS-PRINT-LINE.
006620     PERFORM 8750-WRITE-LIST-LINE THRU 8750-EXIT.
006630     MOVE SPACES TO WS-PRINT-LINE.
006640     STRING '  SITE  FOR DATE  SEASONS  AVERAGE'
006650         DELIMITED BY SIZE
006660         '  PROJECTED  LOTS  LAST LOT' DELIMITED BY SIZE
006670         INTO WS-PRINT-LINE.
006680     PERFORM 8750-WRITE-LIST-LINE THRU 8750-EXIT.
006690     PERFORM 4100-PLAN-ONE-SITE THRU 4100-EXIT
006700         VARYING SIT-SUB FROM 1 BY 1 UNTIL SIT-SUB > SIT-COUNT.
006710     IF SIT-COUNT = ZERO
006720         MOVE '  NO HISTORY FOR THESE DAYS IN THE SEASONS READ'
006730             TO WS-PRINT-LINE
006740         PERFORM 8750-WRITE-LIST-LINE THRU 8750-EXIT
006750     END-IF.
006760     MOVE SPACES TO WS-PRINT-LINE.
006770     PERFORM 8750-WRITE-LIST-LINE THRU 8750-EXIT.
006780     MOVE WS-LOG-FILES-READ TO WS-COUNT-ED.
006790     MOVE SPACES TO WS-PRINT-LINE.
006800     STRING '  DRAW LOG FILES READ       ' DELIMITED BY SIZE
006810         WS-COUNT-ED DELIMITED BY SIZE
006820         INTO WS-PRINT-LINE.
006830     PERFORM 8750-WRITE-LIST-LINE THRU 8750-EXIT.
006840     MOVE WS-KIOSK-TAKEN TO WS-COUNT-ED.
006850     MOVE SPACES TO WS-PRINT-LINE.
006860     STRING '  KIOSK DRAWS TAKEN         ' DELIMITED BY SIZE
006870         WS-COUNT-ED DELIMITED BY SIZE
006880         INTO WS-PRINT-LINE.
006890     PERFORM 8750-WRITE-LIST-LINE THRU 8750-EXIT.
006900     MOVE WS-SOLD-TAKEN TO WS-COUNT-ED.
006910     MOVE SPACES TO WS-PRINT-LINE.
006920     STRING '  BOX SLIPS SOLD TAKEN      ' DELIMITED BY SIZE
006930         WS-COUNT-ED DELIMITED BY SIZE
006940         INTO WS-PRINT-LINE.
006950     PERFORM 8750-WRITE-LIST-LINE THRU 8750-EXIT.
006960     MOVE WS-PLAN-LOTS TO WS-COUNT-ED.
006970     MOVE SPACES TO WS-PRINT-LINE.
006980     STRING '  LOTS TO DRAW              ' DELIMITED BY SIZE
006990         WS-COUNT-ED DELIMITED BY SIZE
007000         INTO WS-PRINT-LINE.
007010     PERFORM 8750-WRITE-LIST-LINE THRU 8750-EXIT.
007020     MOVE WS-PLAN-SLIPS TO WS-COUNT-ED.
007030     MOVE SPACES TO WS-PRINT-LINE.
007040     STRING '  SLIPS TO DRAW             ' DELIMITED BY SIZE
007050         WS-COUNT-ED DELIMITED BY SIZE
007060         INTO WS-PRINT-LINE.
007070     PERFORM 8750-WRITE-LIST-LINE THRU 8750-EXIT.
007080     IF WS-UNPLACED-SOLD > ZERO
007090         MOVE WS-UNPLACED-SOLD TO WS-COUNT-ED
007100         MOVE SPACES TO WS-PRINT-LINE
007110         STRING '*** SOLD FROM LOTS IN NO LOG  '
007120             DELIMITED BY SIZE
007130             WS-COUNT-ED DELIMITED BY SIZE
007140             INTO WS-PRINT-LINE
007150         PERFORM 8750-WRITE-LIST-LINE THRU 8750-EXIT
007160         MOVE 'W' TO WS-OPS-SEVERITY
007170         MOVE 'FCS0004' TO WS-OPS-CODE
007180         MOVE 'COUNTER SALES FROM LOTS IN NO LOG LEFT OUT'
007190             TO WS-OPS-TEXT
007200         PERFORM 8800-WRITE-OPS-MESSAGE THRU 8800-EXIT
007210     END-IF.
007220     IF SIT-OVERFLOWED
007230         MOVE '*** MORE THAN 16 SITES - LATER SITES LEFT OUT'
007240             TO WS-PRINT-LINE
007250         PERFORM 8750-WRITE-LIST-LINE THRU 8750-EXIT
007260         MOVE 'W' TO WS-OPS-SEVERITY
007270         MOVE 'FCS0005' TO WS-OPS-CODE
007280         MOVE 'SITE TABLE FULL - LATER SITES NOT PLANNED'
007290             TO WS-OPS-TEXT
007300         PERFORM 8800-WRITE-OPS-MESSAGE THRU 8800-EXIT
007310     END-IF.
007320     CLOSE PLAN-LIST-FILE.
007330     IF SIT-COUNT = ZERO
007340         MOVE 'W' TO WS-OPS-SEVERITY
007350         MOVE 'FCS0006' TO WS-OPS-CODE
007360         MOVE 'NO HISTORY FOR THE WINDOW - NOTHING PLANNED'
007370             TO WS-OPS-TEXT
007380         PERFORM 8800-WRITE-OPS-MESSAGE THRU 8800-EXIT
007390     END-IF.
007400 4000-EXIT.
007410     EXIT.
007420*
007430 4100-PLAN-ONE-SITE.
007440     MOVE ZERO TO SIT-SEASONS-SEEN(SIT-SUB).
007450     PERFORM 4110-COUNT-ONE-SEASON THRU 4110-EXIT
007460         VARYING SEA-SUB FROM 1 BY 1 UNTIL SEA-SUB > WS-SEASONS.
007470     PERFORM 4200-PLAN-ONE-DAY THRU 4200-EXIT
007480         VARYING DAY-SUB FROM 1 BY 1 UNTIL DAY-SUB > DAY-COUNT.
007490 4100-EXIT.
007500     EXIT.
007510*
007520 4110-COUNT-ONE-SEASON.
007530     IF SIT-SEASON-SWITCH(SIT-SUB, SEA-SUB) = 'Y'
007540         ADD 1 TO SIT-SEASONS-SEEN(SIT-SUB)
007550     END-IF.
007560 4110-EXIT.
007570     EXIT.
007580*
007590*----------------------------------------------------------------*
007600*    4200-PLAN-ONE-DAY - EVERY DIVISION ROUNDS UP: A PART SLIP
007610*    OF AVERAGE OR MARGIN IS A SLIP THAT MIGHT BE ASKED FOR.
007620*    A DAY NEEDING MORE THAN 999 BOXES BLOCKS THE CONTROL FILES
007630*    UNTIL THE PLAN IS RUN AGAIN WITH A LARGER BOX.
007640*----------------------------------------------------------------*
007650 4200-PLAN-ONE-DAY.
007660     PERFORM 7300-WORK-OUT-DAY THRU 7300-EXIT.
007670     MOVE SIT-SITE-ID(SIT-SUB) TO RPT-SITE-ID.
007680     MOVE DAY-DATE(DAY-SUB) TO RPT-DATE.
007690     MOVE SIT-SEASONS-SEEN(SIT-SUB) TO RPT-SEASONS.
007700     MOVE WS-AVERAGE TO RPT-AVERAGE.
007710     MOVE WS-PROJECTED TO RPT-PROJECTED.
007720     MOVE WS-LOTS TO RPT-LOTS.
007730     MOVE WS-LAST-LOT-SIZE TO RPT-LAST-LOT.
007740     MOVE SPACES TO RPT-REMARK.
007750     IF WS-LOTS > 999
007760         MOVE '*** TOO MANY BOXES' TO RPT-REMARK
007770         SET WS-PLAN-BLOCKED TO TRUE
007780     END-IF.
007790     MOVE RPT-PLAN-LINE TO WS-PRINT-LINE.
007800     PERFORM 8750-WRITE-LIST-LINE THRU 8750-EXIT.
007810     ADD WS-LOTS TO WS-PLAN-LOTS.
007820     ADD WS-PROJECTED TO WS-PLAN-SLIPS.
007830     ADD WS-PROJECTED TO SIT-TOTAL-SLIPS(SIT-SUB).
007840 4200-EXIT.
007850     EXIT.
007860*
007870*----------------------------------------------------------------*
007880*    5000-APPROVE-PLAN - WITH THE PLAN ON THE CONSOLE, ASK FOR
007890*    APPROVAL AND THE KIND OF CONTROL FILE. ON APPROVAL EVERY
007900*    RUN IN THE PLAN GETS ITS OWN CONTROL FILE, NAMED FOR THE
007910*    SITE, DAY AND RUN (OMIBCNT.MAIN.20270101.001), AND A LINE
007920*    ON OMIPLAN; THE RUN SCHEDULE IS ADDED TO THE PRINTED PLAN.
007930*    A SERIAL LIST NUMBERS A SITE'S SLIPS ON THROUGH ALL ITS
007940*    BOXES FOR THE WINDOW, SO NO TWO OF ITS SLIPS SHARE A
007950*    SERIAL; A SITE NEEDING MORE THAN 99999 GETS COUNTS.
007960*----------------------------------------------------------------*
007970 5000-APPROVE-PLAN.
007980     IF WS-PLAN-LOTS = ZERO
007990         GO TO 5000-EXIT
008000     END-IF.
008010     IF WS-PLAN-BLOCKED
008020         DISPLAY 'OMIFCST: A DAY NEEDS MORE THAN 999 BOXES -'
008030             ' NO CONTROL FILES CUT.'
008040         MOVE 'W' TO WS-OPS-SEVERITY
008050         MOVE 'FCS0007' TO WS-OPS-CODE
008060         MOVE 'BOX TOO SMALL FOR THE PLAN - NO CONTROL FILES CUT'
008070             TO WS-OPS-TEXT
008080         PERFORM 8800-WRITE-OPS-MESSAGE THRU 8800-EXIT
008090         GO TO 5000-EXIT
008100     END-IF.
008110     DISPLAY 'APPROVE THIS PLAN AND CUT THE OMIBATCH CONTROL'
008120         ' FILES (Y/N)? ' WITH NO ADVANCING.
008130     MOVE SPACE TO WS-ANSWER.
008140     ACCEPT WS-ANSWER.
008150     IF WS-ANSWER NOT = 'Y' AND WS-ANSWER NOT = 'y'
008160         DISPLAY 'OMIFCST: PLAN NOT APPROVED - NO CONTROL FILES'
008170             ' CUT.'
008180         GO TO 5000-EXIT
008190     END-IF.
008200     DISPLAY 'C = OMIBCNT COUNTS, S = OMISLC SERIAL LISTS'
008210         ' (BLANK FOR C): ' WITH NO ADVANCING.
008220     MOVE SPACE TO WS-ANSWER.
008230     ACCEPT WS-ANSWER.
008240     IF WS-ANSWER = 'S' OR WS-ANSWER = 's'
008250         MOVE 'S' TO WS-FILE-TYPE
008260     END-IF.
008270     OPEN OUTPUT PLAN-FILE.
008280     IF WS-PLN-STATUS NOT = '00'
008290         MOVE 'OMIPLAN' TO WS-CONTROL-NAME
008300         PERFORM 5900-CANNOT-WRITE-RUN THRU 5900-EXIT
008310         GO TO 5000-EXIT
008320     END-IF.
008330     OPEN EXTEND PLAN-LIST-FILE.
008340     MOVE SPACES TO WS-PRINT-LINE.
008350     PERFORM 8750-WRITE-LIST-LINE THRU 8750-EXIT.
008360     MOVE '  OMIBATCH RUN SCHEDULE - COPY EACH FILE TO ITS NAME'
008370         TO WS-PRINT-LINE.
008380     PERFORM 8750-WRITE-LIST-LINE THRU 8750-EXIT.
008390     MOVE '  SITE  FOR DATE  RUN  SLIPS  CONTROL FILE'
008400         TO WS-PRINT-LINE.
008410     PERFORM 8750-WRITE-LIST-LINE THRU 8750-EXIT.
008420     PERFORM 5100-CUT-ONE-SITE THRU 5100-EXIT
008430         VARYING SIT-SUB FROM 1 BY 1
008440         UNTIL SIT-SUB > SIT-COUNT OR WS-RUN-FATAL.
008450     CLOSE PLAN-LIST-FILE.
008460     CLOSE PLAN-FILE.
008470     IF WS-RUN-FATAL
008480         GO TO 5000-EXIT
008490     END-IF.
008500     DISPLAY 'OMIFCST: ' WS-FILES-CUT ' CONTROL FILE(S) CUT,'
008510         ' RUNS LISTED ON OMIPLAN.'.
008520 5000-EXIT.
008530     EXIT.
008540*
008550 5100-CUT-ONE-SITE.
008560     MOVE 1 TO WS-NEXT-SERIAL.
008570     MOVE WS-FILE-TYPE TO WS-SITE-FILE-TYPE.
008580     IF WS-CUT-SERIALS
008590      AND SIT-TOTAL-SLIPS(SIT-SUB) > 99999
008600         DISPLAY 'OMIFCST: SITE ' SIT-SITE-ID(SIT-SUB)
008610             ' NEEDS MORE THAN 99999 SERIALS - COUNTS CUT.'
008620         MOVE 'C' TO WS-SITE-FILE-TYPE
008630     END-IF.
008640     PERFORM 5200-CUT-ONE-DAY THRU 5200-EXIT
008650         VARYING DAY-SUB FROM 1 BY 1
008660         UNTIL DAY-SUB > DAY-COUNT OR WS-RUN-FATAL.
008670 5100-EXIT.
008680     EXIT.
008690*
008700 5200-CUT-ONE-DAY.
008710     PERFORM 7300-WORK-OUT-DAY THRU 7300-EXIT.
008720     PERFORM 5300-CUT-ONE-RUN THRU 5300-EXIT
008730         VARYING WS-RUN-NO FROM 1 BY 1
008740         UNTIL WS-RUN-NO > WS-LOTS OR WS-RUN-FATAL.
008750 5200-EXIT.
008760     EXIT.
008770*
008780*----------------------------------------------------------------*
008790*    5300-CUT-ONE-RUN - ONE OMIBATCH RUN: ITS CONTROL FILE, ITS
008800*    OMIPLAN LINE AND ITS LINE ON THE PRINTED SCHEDULE.
008810*----------------------------------------------------------------*
008820 5300-CUT-ONE-RUN.
008830     MOVE WS-BOX-SIZE TO WS-RUN-SIZE.
008840     IF WS-RUN-NO = WS-LOTS
008850         MOVE WS-LAST-LOT-SIZE TO WS-RUN-SIZE
008860     END-IF.
008870     MOVE DAY-DATE(DAY-SUB) TO WS-DATE-EDITED.
008880     MOVE WS-RUN-NO TO WS-RUN-EDITED.
008890     MOVE SPACES TO WS-CONTROL-NAME.
008900     IF WS-SITE-SERIALS
008910         STRING 'OMISLC.' DELIMITED BY SIZE
008920             SIT-SITE-ID(SIT-SUB) DELIMITED BY SPACE
008930             '.' DELIMITED BY SIZE
008940             WS-DATE-EDITED DELIMITED BY SIZE
008950             '.' DELIMITED BY SIZE
008960             WS-RUN-EDITED DELIMITED BY SIZE
008970             INTO WS-CONTROL-NAME
008980         PERFORM 5400-WRITE-SERIAL-LIST THRU 5400-EXIT
008990     ELSE
009000         STRING 'OMIBCNT.' DELIMITED BY SIZE
009010             SIT-SITE-ID(SIT-SUB) DELIMITED BY SPACE
009020             '.' DELIMITED BY SIZE
009030             WS-DATE-EDITED DELIMITED BY SIZE
009040             '.' DELIMITED BY SIZE
009050             WS-RUN-EDITED DELIMITED BY SIZE
009060             INTO WS-CONTROL-NAME
009070         PERFORM 5500-WRITE-COUNT THRU 5500-EXIT
009080     END-IF.
009090     IF WS-RUN-FATAL
009100         GO TO 5300-EXIT
009110     END-IF.
009120     ADD 1 TO WS-FILES-CUT.
009130     MOVE SIT-SITE-ID(SIT-SUB) TO PLN-SITE-ID.
009140     MOVE DAY-DATE(DAY-SUB) TO PLN-DRAW-FOR-DATE.
009150     MOVE WS-RUN-NO TO PLN-RUN-NO.
009160     MOVE WS-RUN-SIZE TO PLN-SLIP-COUNT.
009170     MOVE WS-FIRST-SERIAL TO PLN-FIRST-SLIP-NO.
009180     MOVE WS-LAST-SERIAL TO PLN-LAST-SLIP-NO.
009190     MOVE WS-SITE-FILE-TYPE TO PLN-FILE-TYPE.
009200     MOVE WS-CONTROL-NAME TO PLN-FILE-NAME.
009210     MOVE WS-CURRENT-DATE TO PLN-PLANNED-DATE.
009220     WRITE PLAN-RUN-RECORD.
009230     MOVE SIT-SITE-ID(SIT-SUB) TO RPT-RUN-SITE-ID.
009240     MOVE DAY-DATE(DAY-SUB) TO RPT-RUN-DATE.
009250     MOVE WS-RUN-NO TO RPT-RUN-NO.
009260     MOVE WS-RUN-SIZE TO RPT-RUN-SIZE.
009270     MOVE WS-CONTROL-NAME TO RPT-RUN-FILE.
009280     MOVE RPT-RUN-LINE TO WS-PRINT-LINE.
009290     PERFORM 8750-WRITE-LIST-LINE THRU 8750-EXIT.
009300 5300-EXIT.
009310     EXIT.
009320*
009330*----------------------------------------------------------------*
009340*    5400-WRITE-SERIAL-LIST - THE RUN'S SERIALS, CARRYING ON
009350*    FROM THE SITE'S PREVIOUS BOX.
009360*----------------------------------------------------------------*
009370 5400-WRITE-SERIAL-LIST.
009380     OPEN OUTPUT SLIP-CONTROL-FILE.
009390     IF WS-SLC-STATUS NOT = '00'
009400         PERFORM 5900-CANNOT-WRITE-RUN THRU 5900-EXIT
009410         GO TO 5400-EXIT
009420     END-IF.
009430     MOVE WS-NEXT-SERIAL TO WS-FIRST-SERIAL.
009440     COMPUTE WS-LAST-SERIAL = WS-NEXT-SERIAL + WS-RUN-SIZE - 1.
009450     PERFORM 5410-WRITE-ONE-SERIAL THRU 5410-EXIT
009460         VARYING WS-SERIAL FROM WS-FIRST-SERIAL BY 1
009470         UNTIL WS-SERIAL > WS-LAST-SERIAL.
009480     CLOSE SLIP-CONTROL-FILE.
009490     ADD WS-RUN-SIZE TO WS-NEXT-SERIAL.
009500 5400-EXIT.
009510     EXIT.
009520*
009530 5410-WRITE-ONE-SERIAL.
009540     MOVE WS-SERIAL TO SCR-SLIP-NO.
009550     WRITE SLIP-CONTROL-RECORD.
009560 5410-EXIT.
009570     EXIT.
009580*
009590*----------------------------------------------------------------*
009600*    5500-WRITE-COUNT - THE RUN'S SLIP COUNT. OMIBATCH DRAWS A
009610*    STRAIGHT RUN OF SERIALS FROM 1 FOR IT.
009620*----------------------------------------------------------------*
009630 5500-WRITE-COUNT.
009640     OPEN OUTPUT BATCH-COUNT-FILE.
009650     IF WS-CNT-STATUS NOT = '00'
009660         PERFORM 5900-CANNOT-WRITE-RUN THRU 5900-EXIT
009670         GO TO 5500-EXIT
009680     END-IF.
009690     MOVE WS-RUN-SIZE TO BCR-SLIP-COUNT.
009700     WRITE BATCH-COUNT-RECORD.
009710     CLOSE BATCH-COUNT-FILE.
009720     MOVE 1 TO WS-FIRST-SERIAL.
009730     MOVE WS-RUN-SIZE TO WS-LAST-SERIAL.
009740 5500-EXIT.
009750     EXIT.
009760*
009770 5900-CANNOT-WRITE-RUN.
009780     DISPLAY 'OMIFCST: CANNOT WRITE ' WS-CONTROL-NAME
009790         ' - PLAN NOT CUT IN FULL.'.
009800     MOVE 'S' TO WS-OPS-SEVERITY.
009810     MOVE 'FCS0008' TO WS-OPS-CODE.
009820     MOVE 'CANNOT WRITE PLAN CONTROL FILES - PLAN NOT CUT'
009830         TO WS-OPS-TEXT.
009840     PERFORM 8800-WRITE-OPS-MESSAGE THRU 8800-EXIT.
009850     SET WS-RUN-FATAL TO TRUE.
009860 5900-EXIT.
009870     EXIT.
009880*
009890*----------------------------------------------------------------*
009900*    7000-FIND-SEASON-DAY - WHICH WINDOW DAY AND EARLIER SEASON
009910*    THE DATE IN HAND FALLS ON, IF ANY. DAY-HIT-SUB IS ZERO
009920*    WHEN IT IS NOT ONE OF THEM.
009930*----------------------------------------------------------------*
009940 7000-FIND-SEASON-DAY.
009950     MOVE ZERO TO DAY-HIT-SUB.
009960     MOVE ZERO TO SEA-HIT-SUB.
009970     PERFORM 7010-MATCH-ONE-DAY THRU 7010-EXIT
009980         VARYING DAY-SUB FROM 1 BY 1
009990         UNTIL DAY-SUB > DAY-COUNT OR DAY-HIT-SUB > ZERO.
010000 7000-EXIT.
010010     EXIT.
010020*
010030 7010-MATCH-ONE-DAY.
010040     PERFORM 7020-MATCH-ONE-SEASON THRU 7020-EXIT
010050         VARYING SEA-SUB FROM 1 BY 1
010060         UNTIL SEA-SUB > WS-SEASONS OR DAY-HIT-SUB > ZERO.
010070 7010-EXIT.
010080     EXIT.
010090*
010100 7020-MATCH-ONE-SEASON.
010110     IF DAY-PRIOR-DATE(DAY-SUB, SEA-SUB) = WS-KEY-DATE
010120         MOVE DAY-SUB TO DAY-HIT-SUB
010130         MOVE SEA-SUB TO SEA-HIT-SUB
010140     END-IF.
010150 7020-EXIT.
010160     EXIT.
010170*
010180*----------------------------------------------------------------*
010190*    7100-MAP-LOT-SITE - RECORD THE SITE THAT DREW THE LOT IN
010200*    HAND, ADDING THE LOT WHEN IT IS NOT MAPPED YET.
010210*----------------------------------------------------------------*
010220 7100-MAP-LOT-SITE.
010230     MOVE ZERO TO LSM-HIT-SUB.
010240     PERFORM 7110-MATCH-ONE-LOT THRU 7110-EXIT
010250         VARYING LSM-SUB FROM 1 BY 1
010260         UNTIL LSM-SUB > LSM-COUNT OR LSM-HIT-SUB > ZERO.
010270     IF LSM-HIT-SUB = ZERO
010280         IF LSM-COUNT = LSM-TABLE-LIMIT
010290             SET LSM-OVERFLOWED TO TRUE
010300             GO TO 7100-EXIT
010310         END-IF
010320         ADD 1 TO LSM-COUNT
010330         MOVE LSM-COUNT TO LSM-HIT-SUB
010340         MOVE WS-LAST-LOT-NO TO LSM-LOT-NO(LSM-HIT-SUB)
010350     END-IF.
010360     MOVE WS-KEY-SITE-ID TO LSM-SITE-ID(LSM-HIT-SUB).
010370 7100-EXIT.
010380     EXIT.
010390*
010400 7110-MATCH-ONE-LOT.
010410     IF LSM-LOT-NO(LSM-SUB) = WS-LAST-LOT-NO
010420         MOVE LSM-SUB TO LSM-HIT-SUB
010430     END-IF.
010440 7110-EXIT.
010450     EXIT.
010460*
010470*----------------------------------------------------------------*
010480*    7200-FIND-OR-ADD-SITE - LOOK THE SITE IN HAND UP IN THE
010490*    SITE TABLE, ADDING IT WHEN IT IS NOT THERE YET.
010500*----------------------------------------------------------------*
010510 7200-FIND-OR-ADD-SITE.
010520     MOVE ZERO TO SIT-HIT-SUB.
010530     PERFORM 7210-MATCH-ONE-SITE THRU 7210-EXIT
010540         VARYING SIT-SUB FROM 1 BY 1
010550         UNTIL SIT-SUB > SIT-COUNT OR SIT-HIT-SUB > ZERO.
010560     IF SIT-HIT-SUB > ZERO
010570         GO TO 7200-EXIT
010580     END-IF.
010590     IF SIT-COUNT = SIT-TABLE-LIMIT
010600         SET SIT-OVERFLOWED TO TRUE
010610         GO TO 7200-EXIT
010620     END-IF.
010630     ADD 1 TO SIT-COUNT.
010640     MOVE SIT-COUNT TO SIT-HIT-SUB.
010650     MOVE WS-KEY-SITE-ID TO SIT-SITE-ID(SIT-HIT-SUB).
010660 7200-EXIT.
010670     EXIT.
010680*
010690 7210-MATCH-ONE-SITE.
010700     IF SIT-SITE-ID(SIT-SUB) = WS-KEY-SITE-ID
010710         MOVE SIT-SUB TO SIT-HIT-SUB
010720     END-IF.
010730 7210-EXIT.
010740     EXIT.
010750*
010760*----------------------------------------------------------------*
010770*    7300-WORK-OUT-DAY - THE SITE'S DEMAND FOR THE WINDOW DAY
010780*    IN HAND: AVERAGE OVER THE SEASONS IT HAS HISTORY FOR,
010790*    MARGIN ADDED, AND THE BOXES THAT TAKES. ROUNDED UP AT
010800*    EVERY STEP.
010810*----------------------------------------------------------------*
010820 7300-WORK-OUT-DAY.
010830     MOVE ZERO TO WS-HISTORY-TOTAL.
010840     PERFORM 7310-ADD-ONE-SEASON THRU 7310-EXIT
010850         VARYING SEA-SUB FROM 1 BY 1 UNTIL SEA-SUB > WS-SEASONS.
010860     MOVE ZERO TO WS-AVERAGE.
010870     MOVE ZERO TO WS-PROJECTED.
010880     MOVE ZERO TO WS-LOTS.
010890     MOVE ZERO TO WS-LAST-LOT-SIZE.
010900     IF SIT-SEASONS-SEEN(SIT-SUB) = ZERO
010910      OR WS-HISTORY-TOTAL = ZERO
010920         GO TO 7300-EXIT
010930     END-IF.
010940     COMPUTE WS-AVERAGE = (WS-HISTORY-TOTAL
010950         + SIT-SEASONS-SEEN(SIT-SUB) - 1)
010960         / SIT-SEASONS-SEEN(SIT-SUB).
010970     COMPUTE WS-PROJECTED = (WS-AVERAGE * (100 + WS-MARGIN-PCT)
010980         + 99) / 100.
010990     COMPUTE WS-LOTS = (WS-PROJECTED + WS-BOX-SIZE - 1)
011000         / WS-BOX-SIZE.
011010     COMPUTE WS-LAST-LOT-SIZE = WS-PROJECTED
011020         - (WS-LOTS - 1) * WS-BOX-SIZE.
011030 7300-EXIT.
011040     EXIT.
011050*
011060 7310-ADD-ONE-SEASON.
011070     ADD SIT-KIOSK-COUNT(SIT-SUB, DAY-SUB, SEA-SUB)
011080         SIT-BOX-COUNT(SIT-SUB, DAY-SUB, SEA-SUB)
011090         TO WS-HISTORY-TOTAL.
011100 7310-EXIT.
011110     EXIT.
011120*
011130*----------------------------------------------------------------*
011140*    8000-EDIT-NUMERIC-ENTRY - RIGHT-JUSTIFY AND ZERO-FILL A
011150*    TYPED ENTRY SO '42' EDITS TO 00000042. A BLANK ENTRY EDITS
011160*    TO ZERO. ANYTHING ELSE NON-NUMERIC IS REJECTED.
011170*----------------------------------------------------------------*
011180 8000-EDIT-NUMERIC-ENTRY.
011190     SET WS-ENTRY-NOT-VALID TO TRUE.
011200     MOVE ZERO TO WS-ENTRY-NUMBER.
011210     IF WS-ENTRY-INPUT = SPACES
011220         SET WS-ENTRY-VALID TO TRUE
011230         GO TO 8000-EXIT
011240     END-IF.
011250     MOVE WS-ENTRY-INPUT TO WS-ENTRY-EDITED.
011260     PERFORM 8100-SHIFT-ENTRY-RIGHT THRU 8100-EXIT
011270         UNTIL WS-ENTRY-EDITED(8:1) NOT = SPACE.
011280     INSPECT WS-ENTRY-EDITED REPLACING LEADING ' ' BY '0'.
011290     IF WS-ENTRY-EDITED IS NUMERIC
011300         MOVE WS-ENTRY-EDITED TO WS-ENTRY-NUMBER
011310         SET WS-ENTRY-VALID TO TRUE
011320     END-IF.
011330 8000-EXIT.
011340     EXIT.
011350*
011360 8100-SHIFT-ENTRY-RIGHT.
011370     MOVE WS-ENTRY-EDITED(1:7) TO WS-ENTRY-HOLD.
011380     MOVE '0' TO WS-ENTRY-EDITED(1:1).
011390     MOVE WS-ENTRY-HOLD TO WS-ENTRY-EDITED(2:7).
011400 8100-EXIT.
011410     EXIT.
011420*
011430*----------------------------------------------------------------*
011440*    8600-FORWARD-ONE-DAY - STEP THE WORK DATE ON ONE DAY,
011450*    CARRYING ACROSS MONTH AND YEAR ENDS WITH THE LEAP YEAR
011460*    RULE.
011470*----------------------------------------------------------------*
011480 8600-FORWARD-ONE-DAY.
011490     MOVE DTE-MONTH-LEN(DTE-MONTH) TO DTE-MONTH-END.
011500     IF DTE-MONTH = 2
011510         PERFORM 8620-CHECK-LEAP-YEAR THRU 8620-EXIT
011520     END-IF.
011530     IF DTE-DAY < DTE-MONTH-END
011540         ADD 1 TO DTE-DAY
011550         GO TO 8600-EXIT
011560     END-IF.
011570     MOVE 1 TO DTE-DAY.
011580     IF DTE-MONTH < 12
011590         ADD 1 TO DTE-MONTH
011600     ELSE
011610         MOVE 1 TO DTE-MONTH
011620         ADD 1 TO DTE-YEAR
011630     END-IF.
011640 8600-EXIT.
011650     EXIT.
011660*
011670 8620-CHECK-LEAP-YEAR.
011680     DIVIDE DTE-YEAR BY 4 GIVING DTE-QUOTIENT
011690         REMAINDER DTE-REMAINDER.
011700     IF DTE-REMAINDER NOT = ZERO
011710         GO TO 8620-EXIT
011720     END-IF.
011730     DIVIDE DTE-YEAR BY 100 GIVING DTE-QUOTIENT
011740         REMAINDER DTE-REMAINDER.
011750     IF DTE-REMAINDER NOT = ZERO
011760         MOVE 29 TO DTE-MONTH-END
011770         GO TO 8620-EXIT
011780     END-IF.
011790     DIVIDE DTE-YEAR BY 400 GIVING DTE-QUOTIENT
011800         REMAINDER DTE-REMAINDER.
011810     IF DTE-REMAINDER = ZERO
011820         MOVE 29 TO DTE-MONTH-END
011830     END-IF.
011840 8620-EXIT.
011850     EXIT.
011860*
011870*----------------------------------------------------------------*
011880*    8700-CHECK-DATE - IS THE WORK DATE A REAL CALENDAR DATE.
011890*----------------------------------------------------------------*
011900 8700-CHECK-DATE.
011910     MOVE 'N' TO WS-DATE-SWITCH.
011920     IF DTE-YEAR < 1998
011930      OR DTE-MONTH < 1 OR DTE-MONTH > 12
011940      OR DTE-DAY < 1
011950         GO TO 8700-EXIT
011960     END-IF.
011970     MOVE DTE-MONTH-LEN(DTE-MONTH) TO DTE-MONTH-END.
011980     IF DTE-MONTH = 2
011990         PERFORM 8620-CHECK-LEAP-YEAR THRU 8620-EXIT
012000     END-IF.
012010     IF DTE-DAY NOT > DTE-MONTH-END
012020         SET WS-DATE-VALID TO TRUE
012030     END-IF.
012040 8700-EXIT.
012050     EXIT.
012060*
012070*----------------------------------------------------------------*
012080*    8750-WRITE-LIST-LINE - PUT THE LINE IN HAND ON THE PRINTED
012090*    PLAN AND ECHO IT TO THE CONSOLE.
012100*----------------------------------------------------------------*
012110 8750-WRITE-LIST-LINE.
012120     WRITE PLAN-LIST-RECORD FROM WS-PRINT-LINE.
012130     DISPLAY WS-PRINT-LINE.
012140 8750-EXIT.
012150     EXIT.
012160*
012170*----------------------------------------------------------------*
012180*    8800-WRITE-OPS-MESSAGE - APPEND THE MESSAGE IN HAND TO THE
012190*    OMIOPSL OPERATIONS LOG AND RAISE THE RUN'S WORST SEVERITY,
012200*    WHICH BECOMES THE RETURN CODE. OPENED AND CLOSED PER
012210*    MESSAGE SO CONCURRENT JOBS INTERLEAVE WHOLE RECORDS. A LOG
012220*    THAT CANNOT BE OPENED LOSES THE MESSAGE BUT NEVER STOPS
012230*    THE RUN - THE JOB LOG DISPLAY HAS ALREADY BEEN MADE.
012240*----------------------------------------------------------------*
012250 8800-WRITE-OPS-MESSAGE.
012260     IF WS-OPS-SEVERITY = 'S'
012270         MOVE 8 TO WS-HIGHEST-SEVERITY
012280     END-IF.
012290     IF WS-OPS-SEVERITY = 'W' AND WS-HIGHEST-SEVERITY < 4
012300         MOVE 4 TO WS-HIGHEST-SEVERITY
012310     END-IF.
012320     ACCEPT WS-OPS-TIME FROM TIME.
012330     OPEN EXTEND OPS-MESSAGE-FILE.
012340     IF WS-OPS-STATUS = '35'
012350         OPEN OUTPUT OPS-MESSAGE-FILE
012360         CLOSE OPS-MESSAGE-FILE
012370         OPEN EXTEND OPS-MESSAGE-FILE
012380     END-IF.
012390     IF WS-OPS-STATUS NOT = '00'
012400         DISPLAY 'OMIOPSL: CANNOT OPEN OPS LOG (STATUS '
012410             WS-OPS-STATUS ') - MESSAGE LOST.'
012420         GO TO 8800-EXIT
012430     END-IF.
012440     MOVE WS-CURRENT-DATE TO OPR-MSG-DATE.
012450     MOVE WS-OPS-TIME     TO OPR-MSG-TIME.
012460     MOVE 'OMIFCST '      TO OPR-PROGRAM-ID.
012470     MOVE WS-OPS-SEVERITY TO OPR-SEVERITY.
012480     MOVE WS-OPS-CODE     TO OPR-MSG-CODE.
012490     MOVE WS-OPS-TEXT     TO OPR-MSG-TEXT.
012500     WRITE OPS-MESSAGE-RECORD.
012510     CLOSE OPS-MESSAGE-FILE.
012520 8800-EXIT.
012530     EXIT.
012540*
012550*----------------------------------------------------------------*
012560*    9000-TERMINATE - END THE RUN.
012570*----------------------------------------------------------------*
012580 9000-TERMINATE.
012590     DISPLAY 'OMIFCST: RUN COMPLETE.'.
012600 9000-EXIT.
012610     EXIT.
