000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. OMISTAL.
000030 AUTHOR. T. SATO.
000040 INSTALLATION. SHRINE SYSTEMS SECTION.
000050 DATE-WRITTEN. 2026-10-08.
000060 DATE-COMPILED.
000070*
000080*    MODIFICATION HISTORY.
000090*    DATE       INIT  DESCRIPTION
000100*    ---------- ----  -----------------------------------------
000110*    2026-10-08 TS    ORIGINAL VERSION. STALE-ODDS AGING REPORT
000120*                      FOR PRE-DRAWN BOXES. EVERY LOT ON THE
000130*                      OMIMANF MANIFEST IS BALANCED AGAINST THE
000140*                      OMISTKF STOCK LEDGER THE SAME WAY OMISTOCK
000150*                      DOES, AND FOR EACH LOT STILL ON SALE THE
000160*                      OMIWGHT RECORDS IN EFFECT ON ITS PRE-DRAW
000170*                      RUN DATE ARE FOUND. A LOT STILL UNSOLD
000180*                      AFTER THE EARLIEST EFFECTIVE-TO DATE OF
000190*                      THAT WEIGHT SET, OR OLDER THAN THE SHELF
000200*                      LIFE ON OMISHLC (60 DAYS WHEN THAT FILE IS
000210*                      ABSENT), IS LISTED ON THE OMISTLL REPORT
000220*                      FOR THE SUPERVISOR TO PULL AND VOID AND
000230*                      RE-DRAW WITH OMIVOID. READS ONLY - NOTHING
000240*                      ON FILE IS CHANGED.
000250*
000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290     SELECT MANIFEST-FILE ASSIGN TO "OMIMANF"
000300         ORGANIZATION IS LINE SEQUENTIAL
000310         FILE STATUS IS WS-MAN-STATUS.
000320     SELECT STOCK-FILE ASSIGN TO "OMISTKF"
000330         ORGANIZATION IS LINE SEQUENTIAL
000340         FILE STATUS IS WS-STK-STATUS.
000350     SELECT WEIGHT-FILE ASSIGN TO "OMIWGHT"
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS WS-WGT-STATUS.
000380     SELECT SHELF-CONTROL-FILE ASSIGN TO "OMISHLC"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-SHC-STATUS.
000410     SELECT STALE-LIST-FILE ASSIGN TO "OMISTLL"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-STL-STATUS.
000440     SELECT OPS-MESSAGE-FILE ASSIGN TO "OMIOPSL"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-OPS-STATUS.
000470     SELECT BUSINESS-DATE-FILE ASSIGN TO "OMIBDAT"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-BDT-STATUS.
000500*
000510 DATA DIVISION.
000520 FILE SECTION.
000530 FD  MANIFEST-FILE
000540     RECORD CONTAINS 93 CHARACTERS.
000550 COPY OMMANFD.
000560*
000570 FD  STOCK-FILE
000580     RECORD CONTAINS 39 CHARACTERS.
000590 COPY OMSTKFD.
000600*
000610 FD  WEIGHT-FILE
000620     RECORD CONTAINS 23 CHARACTERS.
000630 COPY OMWGTFD.
000640*
000650 FD  SHELF-CONTROL-FILE
000660     RECORD CONTAINS 3 CHARACTERS.
000670 COPY OMSHLFD.
000680*
000690 FD  STALE-LIST-FILE
000700     RECORD CONTAINS 80 CHARACTERS.
000710 01  STALE-LIST-RECORD            PIC X(80).
000720*
000730 FD  OPS-MESSAGE-FILE
000740     RECORD CONTAINS 93 CHARACTERS.
000750 COPY OMOPMFD.
000760*
000770 FD  BUSINESS-DATE-FILE
000780     RECORD CONTAINS 32 CHARACTERS.
000790 COPY OMBDTFD.
000800*
000810 WORKING-STORAGE SECTION.
000820 01  WS-CURRENT-DATE              PIC 9(08).
000830 01  WS-BDT-STATUS                PIC X(02).
000840 01  WS-MAN-STATUS                PIC X(02).
000850 01  WS-STK-STATUS                PIC X(02).
000860 01  WS-WGT-STATUS                PIC X(02).
000870 01  WS-SHC-STATUS                PIC X(02).
000880 01  WS-STL-STATUS                PIC X(02).
000890 01  WS-OPS-STATUS                PIC X(02).
000900*
000910*    OPERATIONS MESSAGE IN HAND AND THE WORST SEVERITY SEEN
000920*    THIS RUN - 0 CLEAN, 4 WARNING, 8 SEVERE - WHICH BECOMES
000930*    THE RETURN CODE AT END OF RUN.
000940 01  WS-OPS-TIME                  PIC 9(08).
000950 01  WS-OPS-SEVERITY              PIC X(01).
000960 01  WS-OPS-CODE                  PIC X(08).
000970 01  WS-OPS-TEXT                  PIC X(60).
000980 01  WS-HIGHEST-SEVERITY          PIC 9(01) VALUE ZERO.
000990*
001000*    SHELF LIFE FROM OMISHLC. A LOT OLDER THAN THIS MANY DAYS
001010*    IS CALLED FOR PULLING EVEN WHILE ITS ODDS ARE CURRENT.
001020 01  WS-SHELF-DAYS                PIC 9(03) VALUE 060.
001030*
001040*    CALENDAR WORK FIELDS FOR A LOT'S AGE - THE BUSINESS DATE
001050*    STEPPED BACK ONE DAY AT A TIME, WITH MONTH AND LEAP-YEAR
001060*    BORROWS, UNTIL IT REACHES THE LOT'S RUN DATE.
001070 01  DTE-WORK-DATE.
001080     05  DTE-YEAR                 PIC 9(04).
001090     05  DTE-MONTH                PIC 9(02).
001100     05  DTE-DAY                  PIC 9(02).
001110 01  DTE-WORK-DATE-N REDEFINES DTE-WORK-DATE
001120                                  PIC 9(08).
001130 01  DTE-DAYS-LEFT                PIC 9(03) COMP.
001140 01  DTE-QUOTIENT                 PIC 9(04) COMP.
001150 01  DTE-REMAINDER                PIC 9(04) COMP.
001160 01  DTE-MONTH-TABLE-VALUES       PIC X(24)
001170     VALUE '312831303130313130313031'.
001180 01  DTE-MONTH-TABLE REDEFINES DTE-MONTH-TABLE-VALUES.
001190     05  DTE-MONTH-LEN            PIC 9(02) OCCURS 12 TIMES.
001200*
001210*    ONE ENTRY PER LOT ON THE MANIFEST, BALANCED FROM THE
001220*    STOCK LEDGER AS OMISTOCK BALANCES IT.
001230 01  LOT-TABLE.
001240     05  LOT-ENTRY OCCURS 500 TIMES.
001250         10  LOT-LOT-NO           PIC 9(05).
001260         10  LOT-RUN-DATE         PIC 9(08).
001270         10  LOT-DRAWN-COUNT      PIC 9(05).
001280         10  LOT-SOLD-COUNT       PIC 9(07).
001290         10  LOT-RECV-SWITCH      PIC X(01).
001300             88  LOT-RECEIVED         VALUE 'Y'.
001310         10  LOT-VOID-SWITCH      PIC X(01).
001320             88  LOT-VOIDED           VALUE 'Y'.
001330         10  LOT-COUNTER-ID       PIC X(04).
001340 01  LOT-COUNT                    PIC 9(03) COMP VALUE ZERO.
001350 01  LOT-SUB                      PIC 9(03) COMP.
001360 01  LOT-HIT-SUB                  PIC 9(03) COMP.
001370 01  LOT-TABLE-LIMIT              PIC 9(03) COMP VALUE 500.
001380 01  WS-TABLE-FULL-SWITCH         PIC X(01) VALUE 'N'.
001390     88  WS-TABLE-FULL                 VALUE 'Y'.
001400 01  WS-WORK-LOT-NO               PIC 9(05).
001410 01  WS-STRAY-COUNT               PIC 9(05) VALUE ZERO.
001420*
001430*    THE WHOLE OMIWGHT CALENDAR HELD IN STORAGE, WITH A FROM
001440*    OR TO DATE THAT IS NOT NUMERIC (AN OLD UNDATED RECORD)
001450*    HELD AS ZERO - SINCE FOREVER AND UNTIL FURTHER NOTICE.
001460 01  WGX-TABLE.
001470     05  WGX-ENTRY OCCURS 300 TIMES.
001480         10  WGX-LEVEL-CODE       PIC 9(02).
001490         10  WGX-FROM-DATE        PIC 9(08).
001500         10  WGX-TO-DATE          PIC 9(08).
001510 01  WGX-COUNT                    PIC 9(03) COMP VALUE ZERO.
001520 01  WGX-SUB                      PIC 9(03) COMP.
001530 01  WGX-TABLE-LIMIT              PIC 9(03) COMP VALUE 300.
001540 01  WGX-OVERFLOW-SWITCH          PIC X(01) VALUE 'N'.
001550     88  WGX-OVERFLOWED                VALUE 'Y'.
001560*
001570*    THE WEIGHT SET A LOT WAS DRAWN UNDER - PER LEVEL, THE
001580*    EFFECTIVE-TO DATE OF THE RECORD THE PRE-DRAW RUN WOULD
001590*    HAVE APPLIED (LAST RECORD IN EFFECT WINNING, AS IN
001600*    OMIBATCH), AND THE EARLIEST OF THOSE ACROSS THE LEVELS,
001610*    WHICH IS WHEN THE LOT'S ODDS STOPPED BEING THE ODDS ON
001620*    OFFER. ZERO MEANS THE SET HAS NOT ENDED.
001630 01  LVL-TABLE.
001640     05  LVL-TO-DATE              PIC 9(08) OCCURS 13 TIMES.
001650 01  LVL-SUB                      PIC 9(02) COMP.
001660 01  WS-SET-TO-DATE               PIC 9(08).
001670*
001680*    THE LOT IN HAND.
001690 01  WS-REMAINING                 PIC S9(07).
001700 01  WS-LOT-AGE                   PIC 9(03).
001710 01  WS-ODDS-SWITCH               PIC X(01).
001720     88  WS-ODDS-EXPIRED               VALUE 'Y'.
001730 01  WS-SHELF-SWITCH              PIC X(01).
001740     88  WS-SHELF-EXPIRED              VALUE 'Y'.
001750*
001760*    RUN COUNTS FOR THE REPORT FOOTING.
001770 01  WS-LOTS-ON-SALE              PIC 9(05) VALUE ZERO.
001780 01  WS-ODDS-COUNT                PIC 9(05) VALUE ZERO.
001790 01  WS-SHELF-COUNT               PIC 9(05) VALUE ZERO.
001800 01  WS-FLAGGED-COUNT             PIC 9(05) VALUE ZERO.
001810 01  WS-SLIPS-TO-PULL             PIC 9(07) VALUE ZERO.
001820*
001830*    PRINT LINE WORK AREAS FOR THE REPORT - EVERY LINE GOES TO
001840*    OMISTLL AND IS ECHOED TO THE CONSOLE.
001850 01  WS-PRINT-LINE                PIC X(80).
001860 01  WS-COUNT-ED                  PIC Z(04)9.
001870 01  WS-SLIPS-ED                  PIC Z(06)9.
001880 01  WS-DAYS-ED                   PIC ZZ9.
001890 01  RPT-LOT-LINE.
001900     05  FILLER                   PIC X(01) VALUE SPACE.
001910     05  RPT-LOT-NO               PIC 9(05).
001920     05  FILLER                   PIC X(02) VALUE SPACES.
001930     05  RPT-RUN-DATE             PIC 9(08).
001940     05  FILLER                   PIC X(02) VALUE SPACES.
001950     05  RPT-COUNTER-ID           PIC X(05).
001960     05  FILLER                   PIC X(02) VALUE SPACES.
001970     05  RPT-REMAINING            PIC Z(05)9.
001980     05  FILLER                   PIC X(02) VALUE SPACES.
001990     05  RPT-SET-TO-DATE          PIC X(08).
002000     05  FILLER                   PIC X(02) VALUE SPACES.
002010     05  RPT-AGE                  PIC ZZ9.
002020     05  FILLER                   PIC X(02) VALUE SPACES.
002030     05  RPT-REMARK               PIC X(32).
002040*
002050 01  WS-FATAL-SWITCH              PIC X(01) VALUE 'N'.
002060     88  WS-RUN-FATAL                  VALUE 'Y'.
002070*
002080 PROCEDURE DIVISION.
002090 0000-MAINLINE SECTION.
002100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002110     IF NOT WS-RUN-FATAL
002120         PERFORM 2000-LOAD-MANIFEST THRU 2000-EXIT
002130         PERFORM 2100-LOAD-LEDGER THRU 2100-EXIT
002140         PERFORM 2200-LOAD-WEIGHTS THRU 2200-EXIT
002150     END-IF.
002160     IF NOT WS-RUN-FATAL
002170         PERFORM 3000-PRINT-STALE-LOTS THRU 3000-EXIT
002180     END-IF.
002190     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002200     MOVE WS-HIGHEST-SEVERITY TO RETURN-CODE.
002210     STOP RUN.
002220*
002230*----------------------------------------------------------------*
002240*    1000-INITIALIZE - GET THE BUSINESS DATE AND THE SHELF
002250*    LIFE. NOTHING IS ASKED AT THE CONSOLE - THE REPORT RUNS
002260*    UNATTENDED AND IS READ BY THE SUPERVISOR NEXT MORNING.
002270*----------------------------------------------------------------*
002280 1000-INITIALIZE.
002290     PERFORM 1010-LOAD-BUSINESS-DATE THRU 1010-EXIT.
002300     INITIALIZE LOT-TABLE.
002310     INITIALIZE WGX-TABLE.
002320     PERFORM 1100-GET-SHELF-LIFE THRU 1100-EXIT.
002330     DISPLAY 'OMISTAL: AGING PRE-DRAWN LOTS AS AT '
002340         WS-CURRENT-DATE ' - SHELF LIFE ' WS-SHELF-DAYS
002350         ' DAY(S).'.
002360 1000-EXIT.
002370     EXIT.
002380*
002390*----------------------------------------------------------------*
002400*    1010-LOAD-BUSINESS-DATE - THE SHRINE DAY COMES FROM THE
002410*    OMIBDAT CONTROL RECORD, NOT THE MACHINE CLOCK, SO A STREAM
002420*    THAT RUNS PAST MIDNIGHT STAYS ON THE DAY IT BELONGS TO.
002430*    ONLY THE END-OF-DAY ROLL MOVES IT ON. WITH NO USABLE
002440*    RECORD ON FILE THE MACHINE DATE IS TAKEN.
002450*----------------------------------------------------------------*
002460 1010-LOAD-BUSINESS-DATE.
002470     MOVE ZERO TO WS-CURRENT-DATE.
002480     OPEN INPUT BUSINESS-DATE-FILE.
002490     IF WS-BDT-STATUS NOT = '35'
002500         READ BUSINESS-DATE-FILE
002510             AT END
002520                 CONTINUE
002530         END-READ
002540         IF WS-BDT-STATUS = '00'
002550          AND BDR-BUSINESS-DATE IS NUMERIC
002560             MOVE BDR-BUSINESS-DATE TO WS-CURRENT-DATE
002570         END-IF
002580         CLOSE BUSINESS-DATE-FILE
002590     END-IF.
002600     IF WS-CURRENT-DATE = ZERO
002610         ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
002620         DISPLAY 'OMIBDAT: NO BUSINESS DATE ON FILE - USING THE'
002630             ' MACHINE DATE ' WS-CURRENT-DATE '.'
002640     END-IF.
002650 1010-EXIT.
002660     EXIT.
002670*
002680*----------------------------------------------------------------*
002690*    1100-GET-SHELF-LIFE - THE SHELF LIFE FROM OMISHLC. A FIELD
002700*    THAT IS ABSENT, NOT NUMERIC OR ZERO LEAVES THE BUILT-IN
002710*    PERIOD IN PLACE.
002720*----------------------------------------------------------------*
002730 1100-GET-SHELF-LIFE.
002740     OPEN INPUT SHELF-CONTROL-FILE.
002750     IF WS-SHC-STATUS NOT = '35'
002760         READ SHELF-CONTROL-FILE
002770             AT END
002780                 CONTINUE
002790         END-READ
002800         IF WS-SHC-STATUS = '00'
002810          AND SHC-SHELF-DAYS IS NUMERIC
002820          AND SHC-SHELF-DAYS > ZERO
002830             MOVE SHC-SHELF-DAYS TO WS-SHELF-DAYS
002840         END-IF
002850         CLOSE SHELF-CONTROL-FILE
002860     END-IF.
002870 1100-EXIT.
002880     EXIT.
002890*
002900*----------------------------------------------------------------*
002910*    2000-LOAD-MANIFEST - ONE LOT ENTRY PER MANIFEST RECORD,
002920*    LAST RECORD OF A LOT WINNING, AS IN OMISTOCK.
002930*----------------------------------------------------------------*
002940 2000-LOAD-MANIFEST.
002950     OPEN INPUT MANIFEST-FILE.
002960     IF WS-MAN-STATUS = '35'
002970         DISPLAY 'OMISTAL: NO MANIFEST FILE ON HAND - NO LOTS'
002980             ' TO AGE.'
002990         GO TO 2000-EXIT
003000     END-IF.
003010     PERFORM 2010-READ-ONE-MANIFEST THRU 2010-EXIT
003020         UNTIL WS-MAN-STATUS = '10'.
003030     CLOSE MANIFEST-FILE.
003040     IF WS-TABLE-FULL
003050         DISPLAY 'OMISTAL: LOT TABLE FULL - OLDEST LOTS ONLY'
003060             ' UP TO THE LIMIT ARE AGED.'
003070         MOVE 'W' TO WS-OPS-SEVERITY
003080         MOVE 'STL0001' TO WS-OPS-CODE
003090         MOVE 'LOT TABLE FULL - LATER LOTS NOT AGED'
003100             TO WS-OPS-TEXT
003110         PERFORM 8800-WRITE-OPS-MESSAGE THRU 8800-EXIT
003120     END-IF.
003130 2000-EXIT.
003140     EXIT.
003150*
003160 2010-READ-ONE-MANIFEST.
003170     READ MANIFEST-FILE
003180         AT END
003190             MOVE '10' TO WS-MAN-STATUS
003200     END-READ.
003210     IF WS-MAN-STATUS = '10'
003220         GO TO 2010-EXIT
003230     END-IF.
003240     IF BMR-LOT-NO IS NOT NUMERIC OR BMR-LOT-NO = ZERO
003250         GO TO 2010-EXIT
003260     END-IF.
003270     MOVE BMR-LOT-NO TO WS-WORK-LOT-NO.
003280     PERFORM 7000-FIND-OR-ADD-LOT THRU 7000-EXIT.
003290     IF LOT-HIT-SUB = ZERO
003300         GO TO 2010-EXIT
003310     END-IF.
003320     MOVE BMR-RUN-DATE   TO LOT-RUN-DATE(LOT-HIT-SUB).
003330     MOVE BMR-SLIP-COUNT TO LOT-DRAWN-COUNT(LOT-HIT-SUB).
003340 2010-EXIT.
003350     EXIT.
003360*
003370*----------------------------------------------------------------*
003380*    2100-LOAD-LEDGER - BALANCE EVERY LEDGER MOVEMENT INTO ITS
003390*    LOT'S ENTRY: R NAMES THE COUNTER HOLDING THE LOT, S ADDS
003400*    TO ITS SOLD COUNT AND V MARKS IT WRITTEN OFF. A MOVEMENT
003410*    FOR A LOT NOT ON THE MANIFEST IS COUNTED AS A STRAY.
003420*----------------------------------------------------------------*
003430 2100-LOAD-LEDGER.
003440     OPEN INPUT STOCK-FILE.
003450     IF WS-STK-STATUS = '35'
003460         GO TO 2100-EXIT
003470     END-IF.
003480     PERFORM 2110-READ-ONE-LEDGER THRU 2110-EXIT
003490         UNTIL WS-STK-STATUS = '10'.
003500     CLOSE STOCK-FILE.
003510 2100-EXIT.
003520     EXIT.
003530*
003540 2110-READ-ONE-LEDGER.
003550     READ STOCK-FILE
003560         AT END
003570             MOVE '10' TO WS-STK-STATUS
003580     END-READ.
003590     IF WS-STK-STATUS = '10'
003600         GO TO 2110-EXIT
003610     END-IF.
003620     IF SKR-LOT-NO IS NOT NUMERIC
003630         ADD 1 TO WS-STRAY-COUNT
003640         GO TO 2110-EXIT
003650     END-IF.
003660     MOVE ZERO TO LOT-HIT-SUB.
003670     MOVE SKR-LOT-NO TO WS-WORK-LOT-NO.
003680     PERFORM 7010-MATCH-ONE-LOT THRU 7010-EXIT
003690         VARYING LOT-SUB FROM 1 BY 1
003700         UNTIL LOT-SUB > LOT-COUNT OR LOT-HIT-SUB > ZERO.
003710     IF LOT-HIT-SUB = ZERO
003720         ADD 1 TO WS-STRAY-COUNT
003730         GO TO 2110-EXIT
003740     END-IF.
003750     IF SKR-RECEIVED
003760         MOVE 'Y' TO LOT-RECV-SWITCH(LOT-HIT-SUB)
003770         MOVE SKR-COUNTER-ID TO LOT-COUNTER-ID(LOT-HIT-SUB)
003780     END-IF.
003790     IF SKR-SOLD
003800      AND SKR-QUANTITY IS NUMERIC
003810         ADD SKR-QUANTITY TO LOT-SOLD-COUNT(LOT-HIT-SUB)
003820     END-IF.
003830     IF SKR-WRITTEN-OFF
003840         MOVE 'Y' TO LOT-VOID-SWITCH(LOT-HIT-SUB)
003850     END-IF.
003860 2110-EXIT.
003870     EXIT.
003880*
003890*----------------------------------------------------------------*
003900*    2200-LOAD-WEIGHTS - HOLD THE WHOLE OMIWGHT CALENDAR SO
003910*    EACH LOT CAN BE MATCHED TO THE SET IN EFFECT ON ITS OWN
003920*    RUN DATE. A BAD LEVEL CODE IS PASSED OVER AS OMIBATCH
003930*    PASSES IT OVER. NO FILE MEANS EVERY LOT WAS DRAWN ON THE
003940*    DEFAULT ODDS, WHICH NEVER EXPIRE - ONLY THE SHELF LIFE
003950*    THEN APPLIES.
003960*----------------------------------------------------------------*
003970 2200-LOAD-WEIGHTS.
003980     OPEN INPUT WEIGHT-FILE.
003990     IF WS-WGT-STATUS = '35'
004000         GO TO 2200-EXIT
004010     END-IF.
004020     PERFORM 2210-READ-ONE-WEIGHT THRU 2210-EXIT
004030         UNTIL WS-WGT-STATUS = '10'.
004040     CLOSE WEIGHT-FILE.
004050     IF WGX-OVERFLOWED
004060         MOVE 'W' TO WS-OPS-SEVERITY
004070         MOVE 'STL0002' TO WS-OPS-CODE
004080         MOVE 'WEIGHT CALENDAR TABLE FULL - LATER RECORDS IGNORED'
004090             TO WS-OPS-TEXT
004100         PERFORM 8800-WRITE-OPS-MESSAGE THRU 8800-EXIT
004110     END-IF.
004120 2200-EXIT.
004130     EXIT.
004140*
004150 2210-READ-ONE-WEIGHT.
004160     READ WEIGHT-FILE
004170         AT END
004180             MOVE '10' TO WS-WGT-STATUS
004190     END-READ.
004200     IF WS-WGT-STATUS = '10'
004210         GO TO 2210-EXIT
004220     END-IF.
004230     IF WCR-LEVEL-CODE IS NOT NUMERIC
004240      OR WCR-LEVEL-CODE < 1 OR WCR-LEVEL-CODE > 13
004250         GO TO 2210-EXIT
004260     END-IF.
004270     IF WGX-COUNT = WGX-TABLE-LIMIT
004280         SET WGX-OVERFLOWED TO TRUE
004290         GO TO 2210-EXIT
004300     END-IF.
004310     ADD 1 TO WGX-COUNT.
004320     MOVE WCR-LEVEL-CODE TO WGX-LEVEL-CODE(WGX-COUNT).
004330     IF WCR-EFF-FROM-DATE IS NUMERIC
004340         MOVE WCR-EFF-FROM-DATE TO WGX-FROM-DATE(WGX-COUNT)
004350     END-IF.
004360     IF WCR-EFF-TO-DATE IS NUMERIC
004370         MOVE WCR-EFF-TO-DATE TO WGX-TO-DATE(WGX-COUNT)
004380     END-IF.
004390 2210-EXIT.
004400     EXIT.
004410*
004420*----------------------------------------------------------------*
004430*    3000-PRINT-STALE-LOTS - AGE EVERY LOT STILL ON SALE AND
004440*    LIST THOSE TO BE PULLED, THEN THE FOOTING COUNTS.
004450*----------------------------------------------------------------*
004460 3000-PRINT-STALE-LOTS.
004470     OPEN OUTPUT STALE-LIST-FILE.
004480     IF WS-STL-STATUS NOT = '00'
004490         DISPLAY 'OMISTAL: CANNOT OPEN OMISTLL (STATUS '
004500             WS-STL-STATUS ') - NO REPORT.'
004510         MOVE 'S' TO WS-OPS-SEVERITY
004520         MOVE 'STL0003' TO WS-OPS-CODE
004530         MOVE 'CANNOT OPEN OMISTLL - NO STALE-ODDS REPORT'
004540             TO WS-OPS-TEXT
004550         PERFORM 8800-WRITE-OPS-MESSAGE THRU 8800-EXIT
004560         SET WS-RUN-FATAL TO TRUE
004570         GO TO 3000-EXIT
004580     END-IF.
004590     MOVE SPACES TO WS-PRINT-LINE.
004600     STRING 'OMISTAL - STALE-ODDS PRE-DRAWN LOTS AS AT '
004610         DELIMITED BY SIZE
004620         WS-CURRENT-DATE DELIMITED BY SIZE
004630         INTO WS-PRINT-LINE.
004640     PERFORM 8700-WRITE-LIST-LINE THRU 8700-EXIT.
004650     MOVE SPACES TO WS-PRINT-LINE.
004660     MOVE WS-SHELF-DAYS TO WS-DAYS-ED.
004670     STRING '  LOTS UNSOLD PAST THEIR WEIGHT SET OR OLDER THAN '
004680         DELIMITED BY SIZE
004690         WS-DAYS-ED DELIMITED BY SIZE
004700         ' DAY(S)' DELIMITED BY SIZE
004710         INTO WS-PRINT-LINE.
004720     PERFORM 8700-WRITE-LIST-LINE THRU 8700-EXIT.
004730     MOVE '   LOT  RUN DATE  CNTR    LEFT  SET ENDS  AGE  REMARK'
004740         TO WS-PRINT-LINE.
004750     PERFORM 8700-WRITE-LIST-LINE THRU 8700-EXIT.
004760     PERFORM 3100-AGE-ONE-LOT THRU 3100-EXIT
004770         VARYING LOT-SUB FROM 1 BY 1 UNTIL LOT-SUB > LOT-COUNT.
004780     MOVE SPACES TO WS-PRINT-LINE.
004790     PERFORM 8700-WRITE-LIST-LINE THRU 8700-EXIT.
004800     MOVE LOT-COUNT TO WS-COUNT-ED.
004810     MOVE SPACES TO WS-PRINT-LINE.
004820     STRING '  LOTS ON THE MANIFEST           ' DELIMITED BY SIZE
004830         WS-COUNT-ED DELIMITED BY SIZE
004840         INTO WS-PRINT-LINE.
004850     PERFORM 8700-WRITE-LIST-LINE THRU 8700-EXIT.
004860     MOVE WS-LOTS-ON-SALE TO WS-COUNT-ED.
004870     MOVE SPACES TO WS-PRINT-LINE.
004880     STRING '  LOTS STILL ON SALE             ' DELIMITED BY SIZE
004890         WS-COUNT-ED DELIMITED BY SIZE
004900         INTO WS-PRINT-LINE.
004910     PERFORM 8700-WRITE-LIST-LINE THRU 8700-EXIT.
004920     MOVE WS-ODDS-COUNT TO WS-COUNT-ED.
004930     MOVE SPACES TO WS-PRINT-LINE.
004940     STRING '  ODDS EXPIRED                   ' DELIMITED BY SIZE
004950         WS-COUNT-ED DELIMITED BY SIZE
004960         INTO WS-PRINT-LINE.
004970     PERFORM 8700-WRITE-LIST-LINE THRU 8700-EXIT.
004980     MOVE WS-SHELF-COUNT TO WS-COUNT-ED.
004990     MOVE SPACES TO WS-PRINT-LINE.
005000     STRING '  PAST SHELF LIFE                ' DELIMITED BY SIZE
005010         WS-COUNT-ED DELIMITED BY SIZE
005020         INTO WS-PRINT-LINE.
005030     PERFORM 8700-WRITE-LIST-LINE THRU 8700-EXIT.
005040     MOVE WS-FLAGGED-COUNT TO WS-COUNT-ED.
005050     MOVE SPACES TO WS-PRINT-LINE.
005060     STRING '  LOTS TO PULL                   ' DELIMITED BY SIZE
005070         WS-COUNT-ED DELIMITED BY SIZE
005080         INTO WS-PRINT-LINE.
005090     PERFORM 8700-WRITE-LIST-LINE THRU 8700-EXIT.
005100     MOVE WS-SLIPS-TO-PULL TO WS-SLIPS-ED.
005110     MOVE SPACES TO WS-PRINT-LINE.
005120     STRING '  SLIPS IN THOSE LOTS          ' DELIMITED BY SIZE
005130         WS-SLIPS-ED DELIMITED BY SIZE
005140         INTO WS-PRINT-LINE.
005150     PERFORM 8700-WRITE-LIST-LINE THRU 8700-EXIT.
005160     IF WS-STRAY-COUNT > ZERO
005170         MOVE WS-STRAY-COUNT TO WS-COUNT-ED
005180         MOVE SPACES TO WS-PRINT-LINE
005190         STRING '*** LEDGER MOVEMENTS FOR NO LOT '
005200             DELIMITED BY SIZE
005210             WS-COUNT-ED DELIMITED BY SIZE
005220             INTO WS-PRINT-LINE
005230         PERFORM 8700-WRITE-LIST-LINE THRU 8700-EXIT
005240     END-IF.
005250     IF WS-FLAGGED-COUNT > ZERO
005260         MOVE SPACES TO WS-PRINT-LINE
005270         PERFORM 8700-WRITE-LIST-LINE THRU 8700-EXIT
005280         MOVE '  PULL EACH LISTED LOT AND VOID IT WITH OMIVOID.'
005290             TO WS-PRINT-LINE
005300         PERFORM 8700-WRITE-LIST-LINE THRU 8700-EXIT
005310     END-IF.
005320     CLOSE STALE-LIST-FILE.
005330     IF WS-FLAGGED-COUNT > ZERO
005340         MOVE 'W' TO WS-OPS-SEVERITY
005350         MOVE 'STL0004' TO WS-OPS-CODE
005360         MOVE SPACES TO WS-OPS-TEXT
005370         STRING WS-FLAGGED-COUNT DELIMITED BY SIZE
005380             ' STALE PRE-DRAWN LOT(S) TO PULL - SEE OMISTLL'
005390             DELIMITED BY SIZE
005400             INTO WS-OPS-TEXT
005410         PERFORM 8800-WRITE-OPS-MESSAGE THRU 8800-EXIT
005420     END-IF.
005430 3000-EXIT.
005440     EXIT.
005450*
005460*----------------------------------------------------------------*
005470*    3100-AGE-ONE-LOT - A LOT WRITTEN OFF, SOLD OUT OR WITH NO
005480*    USABLE RUN DATE IS NOT ON SALE AND IS PASSED OVER. FOR
005490*    THE REST, FIND WHEN ITS WEIGHT SET ENDED AND HOW OLD IT
005500*    IS, AND LIST IT IF EITHER HAS RUN OUT. THE ODDS HAVE RUN
005510*    OUT ONCE THE BUSINESS DATE IS PAST THE SET'S LAST DAY.
005520*----------------------------------------------------------------*
005530 3100-AGE-ONE-LOT.
005540     IF LOT-VOIDED(LOT-SUB)
005550      OR LOT-RUN-DATE(LOT-SUB) IS NOT NUMERIC
005560      OR LOT-RUN-DATE(LOT-SUB) = ZERO
005570         GO TO 3100-EXIT
005580     END-IF.
005590     COMPUTE WS-REMAINING = LOT-DRAWN-COUNT(LOT-SUB)
005600         - LOT-SOLD-COUNT(LOT-SUB).
005610     IF WS-REMAINING NOT > ZERO
005620         GO TO 3100-EXIT
005630     END-IF.
005640     ADD 1 TO WS-LOTS-ON-SALE.
005650     PERFORM 3200-FIND-SET-END THRU 3200-EXIT.
005660     PERFORM 3300-FIND-LOT-AGE THRU 3300-EXIT.
005670     MOVE 'N' TO WS-ODDS-SWITCH.
005680     MOVE 'N' TO WS-SHELF-SWITCH.
005690     IF WS-SET-TO-DATE > ZERO
005700      AND WS-SET-TO-DATE < WS-CURRENT-DATE
005710         SET WS-ODDS-EXPIRED TO TRUE
005720         ADD 1 TO WS-ODDS-COUNT
005730     END-IF.
005740     IF WS-LOT-AGE > WS-SHELF-DAYS
005750         SET WS-SHELF-EXPIRED TO TRUE
005760         ADD 1 TO WS-SHELF-COUNT
005770     END-IF.
005780     IF NOT WS-ODDS-EXPIRED AND NOT WS-SHELF-EXPIRED
005790         GO TO 3100-EXIT
005800     END-IF.
005810     ADD 1 TO WS-FLAGGED-COUNT.
005820     ADD WS-REMAINING TO WS-SLIPS-TO-PULL.
005830     MOVE LOT-LOT-NO(LOT-SUB) TO RPT-LOT-NO.
005840     MOVE LOT-RUN-DATE(LOT-SUB) TO RPT-RUN-DATE.
005850     IF LOT-RECEIVED(LOT-SUB)
005860         MOVE LOT-COUNTER-ID(LOT-SUB) TO RPT-COUNTER-ID
005870     ELSE
005880         MOVE 'STORE' TO RPT-COUNTER-ID
005890     END-IF.
005900     MOVE WS-REMAINING TO RPT-REMAINING.
005910     IF WS-SET-TO-DATE = ZERO
005920         MOVE 'OPEN' TO RPT-SET-TO-DATE
005930     ELSE
005940         MOVE WS-SET-TO-DATE TO RPT-SET-TO-DATE
005950     END-IF.
005960     MOVE WS-LOT-AGE TO RPT-AGE.
005970     IF WS-ODDS-EXPIRED AND WS-SHELF-EXPIRED
005980         MOVE 'ODDS EXPIRED, PAST SHELF LIFE' TO RPT-REMARK
005990     ELSE
006000         IF WS-ODDS-EXPIRED
006010             MOVE 'ODDS EXPIRED' TO RPT-REMARK
006020         ELSE
006030             MOVE 'PAST SHELF LIFE' TO RPT-REMARK
006040         END-IF
006050     END-IF.
006060     MOVE RPT-LOT-LINE TO WS-PRINT-LINE.
006070     PERFORM 8700-WRITE-LIST-LINE THRU 8700-EXIT.
006080 3100-EXIT.
006090     EXIT.
006100*
006110*----------------------------------------------------------------*
006120*    3200-FIND-SET-END - WORK OUT WHEN THE WEIGHT SET THE LOT
006130*    WAS DRAWN UNDER ENDED. EACH LEVEL TAKES THE TO-DATE OF THE
006140*    LAST OMIWGHT RECORD IN EFFECT ON THE LOT'S RUN DATE, THE
006150*    SAME RECORD THE PRE-DRAW APPLIED. THE SET ENDS ON THE
006160*    EARLIEST OF THOSE - ONCE ANY LEVEL'S ODDS HAVE CHANGED,
006170*    THE BOX NO LONGER MATCHES WHAT IS ON OFFER. A LEVEL LEFT
006180*    ON THE DEFAULT ODDS, OR OPEN-ENDED, NEVER ENDS.
006190*----------------------------------------------------------------*
006200 3200-FIND-SET-END.
006210     INITIALIZE LVL-TABLE.
006220     MOVE ZERO TO WS-SET-TO-DATE.
006230     PERFORM 3210-APPLY-ONE-WEIGHT THRU 3210-EXIT
006240         VARYING WGX-SUB FROM 1 BY 1 UNTIL WGX-SUB > WGX-COUNT.
006250     PERFORM 3220-TAKE-EARLIEST-END THRU 3220-EXIT
006260         VARYING LVL-SUB FROM 1 BY 1 UNTIL LVL-SUB > 13.
006270 3200-EXIT.
006280     EXIT.
006290*
006300 3210-APPLY-ONE-WEIGHT.
006310     IF WGX-FROM-DATE(WGX-SUB) > LOT-RUN-DATE(LOT-SUB)
006320         GO TO 3210-EXIT
006330     END-IF.
006340     IF WGX-TO-DATE(WGX-SUB) NOT = ZERO
006350      AND WGX-TO-DATE(WGX-SUB) < LOT-RUN-DATE(LOT-SUB)
006360         GO TO 3210-EXIT
006370     END-IF.
006380     MOVE WGX-TO-DATE(WGX-SUB)
006390         TO LVL-TO-DATE(WGX-LEVEL-CODE(WGX-SUB)).
006400 3210-EXIT.
006410     EXIT.
006420*
006430 3220-TAKE-EARLIEST-END.
006440     IF LVL-TO-DATE(LVL-SUB) = ZERO
006450         GO TO 3220-EXIT
006460     END-IF.
006470     IF WS-SET-TO-DATE = ZERO
006480      OR LVL-TO-DATE(LVL-SUB) < WS-SET-TO-DATE
006490         MOVE LVL-TO-DATE(LVL-SUB) TO WS-SET-TO-DATE
006500     END-IF.
006510 3220-EXIT.
006520     EXIT.
006530*
006540*----------------------------------------------------------------*
006550*    3300-FIND-LOT-AGE - DAYS FROM THE LOT'S RUN DATE TO THE
006560*    BUSINESS DATE, COUNTED BY STEPPING THE BUSINESS DATE BACK
006570*    A DAY AT A TIME. STOPS AT 999, WELL PAST ANY SHELF LIFE.
006580*----------------------------------------------------------------*
006590 3300-FIND-LOT-AGE.
006600     MOVE ZERO TO WS-LOT-AGE.
006610     IF LOT-RUN-DATE(LOT-SUB) NOT < WS-CURRENT-DATE
006620         GO TO 3300-EXIT
006630     END-IF.
006640     MOVE WS-CURRENT-DATE TO DTE-WORK-DATE-N.
006650     MOVE 999 TO DTE-DAYS-LEFT.
006660     PERFORM 8510-BACK-ONE-DAY THRU 8510-EXIT
006670         UNTIL DTE-WORK-DATE-N NOT > LOT-RUN-DATE(LOT-SUB)
006680            OR DTE-DAYS-LEFT = ZERO.
006690     COMPUTE WS-LOT-AGE = 999 - DTE-DAYS-LEFT.
006700 3300-EXIT.
006710     EXIT.
006720*
006730*----------------------------------------------------------------*
006740*    7000-FIND-OR-ADD-LOT - LOOK THE LOT IN HAND UP IN THE LOT
006750*    TABLE, ADDING A FRESH ENTRY WHEN IT IS NOT THERE YET.
006760*----------------------------------------------------------------*
006770 7000-FIND-OR-ADD-LOT.
006780     MOVE ZERO TO LOT-HIT-SUB.
006790     PERFORM 7010-MATCH-ONE-LOT THRU 7010-EXIT
006800         VARYING LOT-SUB FROM 1 BY 1
006810         UNTIL LOT-SUB > LOT-COUNT OR LOT-HIT-SUB > ZERO.
006820     IF LOT-HIT-SUB > ZERO
006830         GO TO 7000-EXIT
006840     END-IF.
006850     IF LOT-COUNT = LOT-TABLE-LIMIT
006860         SET WS-TABLE-FULL TO TRUE
006870         GO TO 7000-EXIT
006880     END-IF.
006890     ADD 1 TO LOT-COUNT.
006900     MOVE LOT-COUNT TO LOT-HIT-SUB.
006910     INITIALIZE LOT-ENTRY(LOT-HIT-SUB).
006920     MOVE WS-WORK-LOT-NO TO LOT-LOT-NO(LOT-HIT-SUB).
006930 7000-EXIT.
006940     EXIT.
006950*
006960 7010-MATCH-ONE-LOT.
006970     IF LOT-LOT-NO(LOT-SUB) = WS-WORK-LOT-NO
006980         MOVE LOT-SUB TO LOT-HIT-SUB
006990     END-IF.
007000 7010-EXIT.
007010     EXIT.
007020*
007030*----------------------------------------------------------------*
007040*    8510-BACK-ONE-DAY - STEP THE WORK DATE BACK ONE DAY,
007050*    BORROWING ACROSS MONTH AND YEAR ENDS WITH THE LEAP YEAR
007060*    RULE, AND COUNT THE DAY OFF THE DAYS LEFT.
007070*----------------------------------------------------------------*
007080 8510-BACK-ONE-DAY.
007090     SUBTRACT 1 FROM DTE-DAYS-LEFT.
007100     IF DTE-DAY > 1
007110         SUBTRACT 1 FROM DTE-DAY
007120         GO TO 8510-EXIT
007130     END-IF.
007140     IF DTE-MONTH > 1
007150         SUBTRACT 1 FROM DTE-MONTH
007160     ELSE
007170         MOVE 12 TO DTE-MONTH
007180         SUBTRACT 1 FROM DTE-YEAR
007190     END-IF.
007200     MOVE DTE-MONTH-LEN(DTE-MONTH) TO DTE-DAY.
007210     IF DTE-MONTH = 2
007220         PERFORM 8520-CHECK-LEAP-YEAR THRU 8520-EXIT
007230     END-IF.
007240 8510-EXIT.
007250     EXIT.
007260*
007270 8520-CHECK-LEAP-YEAR.
007280     DIVIDE DTE-YEAR BY 4 GIVING DTE-QUOTIENT
007290         REMAINDER DTE-REMAINDER.
007300     IF DTE-REMAINDER NOT = ZERO
007310         GO TO 8520-EXIT
007320     END-IF.
007330     DIVIDE DTE-YEAR BY 100 GIVING DTE-QUOTIENT
007340         REMAINDER DTE-REMAINDER.
007350     IF DTE-REMAINDER NOT = ZERO
007360         MOVE 29 TO DTE-DAY
007370         GO TO 8520-EXIT
007380     END-IF.
007390     DIVIDE DTE-YEAR BY 400 GIVING DTE-QUOTIENT
007400         REMAINDER DTE-REMAINDER.
007410     IF DTE-REMAINDER = ZERO
007420         MOVE 29 TO DTE-DAY
007430     END-IF.
007440 8520-EXIT.
007450     EXIT.
007460*
007470*----------------------------------------------------------------*
007480*    8700-WRITE-LIST-LINE - PUT THE LINE IN HAND ON THE
007490*    STALE-ODDS REPORT AND ECHO IT TO THE CONSOLE.
007500*----------------------------------------------------------------*
007510 8700-WRITE-LIST-LINE.
007520     WRITE STALE-LIST-RECORD FROM WS-PRINT-LINE.
007530     DISPLAY WS-PRINT-LINE.
007540 8700-EXIT.
007550     EXIT.
007560*
007570*----------------------------------------------------------------*
007580*    8800-WRITE-OPS-MESSAGE - APPEND THE MESSAGE IN HAND TO THE
007590*    OMIOPSL OPERATIONS LOG AND RAISE THE RUN'S WORST SEVERITY,
007600*    WHICH BECOMES THE RETURN CODE. OPENED AND CLOSED PER
007610*    MESSAGE SO CONCURRENT JOBS INTERLEAVE WHOLE RECORDS. A LOG
007620*    THAT CANNOT BE OPENED LOSES THE MESSAGE BUT NEVER STOPS
007630*    THE RUN - THE JOB LOG DISPLAY HAS ALREADY BEEN MADE.
007640*----------------------------------------------------------------*
007650 8800-WRITE-OPS-MESSAGE.
007660     IF WS-OPS-SEVERITY = 'S'
007670         MOVE 8 TO WS-HIGHEST-SEVERITY
007680     END-IF.
007690     IF WS-OPS-SEVERITY = 'W' AND WS-HIGHEST-SEVERITY < 4
007700         MOVE 4 TO WS-HIGHEST-SEVERITY
007710     END-IF.
007720     ACCEPT WS-OPS-TIME FROM TIME.
007730     OPEN EXTEND OPS-MESSAGE-FILE.
007740     IF WS-OPS-STATUS = '35'
007750         OPEN OUTPUT OPS-MESSAGE-FILE
007760         CLOSE OPS-MESSAGE-FILE
007770         OPEN EXTEND OPS-MESSAGE-FILE
007780     END-IF.
007790     IF WS-OPS-STATUS NOT = '00'
007800         DISPLAY 'OMIOPSL: CANNOT OPEN OPS LOG (STATUS '
007810             WS-OPS-STATUS ') - MESSAGE LOST.'
007820         GO TO 8800-EXIT
007830     END-IF.
007840     MOVE WS-CURRENT-DATE TO OPR-MSG-DATE.
007850     MOVE WS-OPS-TIME     TO OPR-MSG-TIME.
007860     MOVE 'OMISTAL '      TO OPR-PROGRAM-ID.
007870     MOVE WS-OPS-SEVERITY TO OPR-SEVERITY.
007880     MOVE WS-OPS-CODE     TO OPR-MSG-CODE.
007890     MOVE WS-OPS-TEXT     TO OPR-MSG-TEXT.
007900     WRITE OPS-MESSAGE-RECORD.
007910     CLOSE OPS-MESSAGE-FILE.
007920 8800-EXIT.
007930     EXIT.
007940*
007950*----------------------------------------------------------------*
007960*    9000-TERMINATE - END THE RUN.
007970*----------------------------------------------------------------*
007980 9000-TERMINATE.
007990     DISPLAY 'OMISTAL: RUN COMPLETE.'.
008000 9000-EXIT.
008010     EXIT.
