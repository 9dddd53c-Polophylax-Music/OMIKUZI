000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. OMIPOST.
000030 AUTHOR. T. SATO.
000040 INSTALLATION. SHRINE SYSTEMS SECTION.
000050 DATE-WRITTEN. 2026-10-05.
000060 DATE-COMPILED.
000070*
000080*    MODIFICATION HISTORY.
000090*    DATE       INIT  DESCRIPTION
000100*    ---------- ----  -----------------------------------------
000110*    2026-10-05 TS    ORIGINAL VERSION. NIGHTLY GENERAL-LEDGER
000120*                      JOURNAL, REPLACING THE REKEYING OF THE
000130*                      OMICASH PRINTOUT INTO THE LEDGER. FOR A
000140*                      REQUESTED DATE THE DAY MUST HAVE A CLEAN
000150*                      OMICLSE BALANCE ON OMICLSF AND MUST NOT
000160*                      ALREADY BE ON THE OMIGLCT POSTING CONTROL
000170*                      FILE, OR NOTHING IS POSTED. PER SITE, KIOSK
000180*                      OFFERINGS (PAY TYPE C NET OF V REFUNDS) GO
000190*                      TO KIOSK CASH AND OFFERING INCOME; PREPAID
000200*                      BOXES DRAWN (PAY TYPE S) GO TO COUNTER
000210*                      STOCK AGAINST DEFERRED INCOME INSTEAD OF
000220*                      INCOME; OMISTKF SOLD MOVEMENTS BRING IN
000230*                      COUNTER CASH AND RELEASE THE DEFERRED
000240*                      INCOME; AND A LOT WRITTEN OFF BY THE VOID
000250*                      PROGRAM HAS ITS UNSOLD STOCK WRITTEN OFF.
000260*                      ACCOUNT CODES COME FROM THE OMICOA CHART
000270*                      OF ACCOUNTS PER SITE. THE BALANCED ENTRIES
000280*                      ARE APPENDED TO OMIGLJN, LISTED ON OMIGLRP
000290*                      AND THE DAY RECORDED ON OMIGLCT.
000300*    2026-10-12 TS    SLIPS PULLED FOR GROUP ORDERS (OMISTKF TYPE
000310*                      G) ARE NO LONGER BOOKED AS COUNTER CASH
000320*                      SALES. THEIR STOCK LEAVES COUNTER STOCK
000330*                      AGAINST DEFERRED INCOME AT THE VALUE IT WAS
000340*                      DRAWN AT; THE DAY'S GROUP INVOICES ON THE
000350*                      OMIARLG RECEIVABLES LEDGER GO TO THE NEW
000360*                      RECEIVABLE ACCOUNT ON THE CHART AGAINST
000370*                      OFFERING INCOME, AND PAYMENTS AGAINST THEM
000380*                      TO COUNTER CASH AGAINST THE RECEIVABLE.
000382*    2026-10-15 TS    THE **** CHART'S ACCOUNT CODES ARE HELD IN
000384*                      WORKING STORAGE WHEN READ, NOT PICKED BACK
000386*                      OUT OF THE CLOSED CHART FILE'S RECORD AREA.
000390*
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT DRAW-LOG-FILE ASSIGN TO "OMILOG"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-LOG-STATUS.
000460     SELECT CLOSE-FILE ASSIGN TO "OMICLSF"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-CLS-STATUS.
000490     SELECT STOCK-FILE ASSIGN TO "OMISTKF"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-STK-STATUS.
000520     SELECT MANIFEST-FILE ASSIGN TO "OMIMANF"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-MAN-STATUS.
000550     SELECT TARIFF-FILE ASSIGN TO "OMITRF"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-TRF-STATUS.
000580     SELECT RECEIVABLE-FILE ASSIGN TO "OMIARLG"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-ARL-STATUS.
000610     SELECT CHART-FILE ASSIGN TO "OMICOA"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-COA-STATUS.
000640     SELECT JOURNAL-FILE ASSIGN TO "OMIGLJN"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-GLJ-STATUS.
000670     SELECT POSTING-CONTROL-FILE ASSIGN TO "OMIGLCT"
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS WS-GLC-STATUS.
000700     SELECT JOURNAL-LIST-FILE ASSIGN TO "OMIGLRP"
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS WS-GLR-STATUS.
000730     SELECT OPS-MESSAGE-FILE ASSIGN TO "OMIOPSL"
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS WS-OPS-STATUS.
000760     SELECT BUSINESS-DATE-FILE ASSIGN TO "OMIBDAT"
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS WS-BDT-STATUS.
000790*
000800 DATA DIVISION.
000810 FILE SECTION.
000820 FD  DRAW-LOG-FILE
000830     RECORD CONTAINS 98 CHARACTERS.
000840 COPY OMLOGFD.
000850*
000860 FD  CLOSE-FILE
000870     RECORD CONTAINS 118 CHARACTERS.
000880 COPY OMCLSFD.
000890*
000900 FD  STOCK-FILE
000910     RECORD CONTAINS 39 CHARACTERS.
000920 COPY OMSTKFD.
000930*
000940 FD  MANIFEST-FILE
000950     RECORD CONTAINS 93 CHARACTERS.
000960 COPY OMMANFD.
000970*
000980 FD  TARIFF-FILE
000990     RECORD CONTAINS 9 CHARACTERS.
001000 COPY OMTRFFD.
001010*
001020 FD  RECEIVABLE-FILE
001030     RECORD CONTAINS 83 CHARACTERS.
001040 COPY OMARLFD.
001050*
001060 FD  CHART-FILE
001070     RECORD CONTAINS 60 CHARACTERS.
001080 COPY OMCOAFD.
001090*
001100 FD  JOURNAL-FILE
001110     RECORD CONTAINS 73 CHARACTERS.
001120 COPY OMGLJFD.
001130*
001140 FD  POSTING-CONTROL-FILE
001150     RECORD CONTAINS 51 CHARACTERS.
001160 COPY OMGLCFD.
001170*
001180 FD  JOURNAL-LIST-FILE
001190     RECORD CONTAINS 80 CHARACTERS.
001200 01  JOURNAL-LIST-RECORD          PIC X(80).
001210*
001220 FD  OPS-MESSAGE-FILE
001230     RECORD CONTAINS 93 CHARACTERS.
001240 COPY OMOPMFD.
001250*
001260 FD  BUSINESS-DATE-FILE
001270     RECORD CONTAINS 32 CHARACTERS.
001280 COPY OMBDTFD.
001290*
001300 WORKING-STORAGE SECTION.
001310 01  WS-CURRENT-DATE              PIC 9(08).
001320 01  WS-BDT-STATUS                PIC X(02).
001330 01  WS-LOG-STATUS                PIC X(02).
001340 01  WS-CLS-STATUS                PIC X(02).
001350 01  WS-STK-STATUS                PIC X(02).
001360 01  WS-MAN-STATUS                PIC X(02).
001370 01  WS-TRF-STATUS                PIC X(02).
001380 01  WS-ARL-STATUS                PIC X(02).
001390 01  WS-COA-STATUS                PIC X(02).
001400 01  WS-GLJ-STATUS                PIC X(02).
001410 01  WS-GLC-STATUS                PIC X(02).
001420 01  WS-GLR-STATUS                PIC X(02).
001430 01  WS-OPS-STATUS                PIC X(02).
001440*
001450*    OPERATIONS MESSAGE IN HAND AND THE WORST SEVERITY SEEN
001460*    THIS RUN - 0 CLEAN, 4 WARNING, 8 SEVERE - WHICH BECOMES
001470*    THE RETURN CODE AT END OF RUN.
001480 01  WS-OPS-TIME                  PIC 9(08).
001490 01  WS-OPS-SEVERITY              PIC X(01).
001500 01  WS-OPS-CODE                  PIC X(08).
001510 01  WS-OPS-TEXT                  PIC X(60).
001520 01  WS-HIGHEST-SEVERITY          PIC 9(01) VALUE ZERO.
001530*
001540*    NUMERIC ENTRY EDITING - TYPED INPUT SITS AT THE LEFT OF
001550*    THE FIELD WITH TRAILING SPACES, SO THE DIGITS ARE SHIFTED
001560*    TO THE RIGHT AND ZERO-FILLED BEFORE THE NUMERIC TEST.
001570 01  WS-ENTRY-INPUT               PIC X(08).
001580 01  WS-ENTRY-EDITED              PIC X(08).
001590 01  WS-ENTRY-HOLD                PIC X(07).
001600 01  WS-ENTRY-NUMBER              PIC 9(08).
001610 01  WS-ENTRY-SWITCH              PIC X(01) VALUE 'N'.
001620     88  WS-ENTRY-VALID                VALUE 'Y'.
001630     88  WS-ENTRY-NOT-VALID            VALUE 'N'.
001640*
001650 01  WS-POST-DATE                 PIC 9(08) VALUE ZERO.
001660 01  WS-CLOSE-FOUND-SWITCH        PIC X(01) VALUE 'N'.
001670     88  WS-CLOSE-FOUND                VALUE 'Y'.
001680 01  WS-CLOSE-MISMATCHES          PIC 9(05) VALUE ZERO.
001690 01  WS-POSTED-SWITCH             PIC X(01) VALUE 'N'.
001700     88  WS-DAY-ALREADY-POSTED         VALUE 'Y'.
001710 01  WS-POSTED-RUN-DATE           PIC 9(08) VALUE ZERO.
001720*
001730*    PER-SITE TOTALS FOR THE DAY AND THE SITE'S ACCOUNT CODES
001740*    FROM THE CHART - KIOSK OFFERINGS COLLECTED NET OF TILL
001750*    REFUNDS, PREPAID BOXES DRAWN INTO COUNTER STOCK, COUNTER
001760*    STOCK SOLD AND COUNTER STOCK PULLED FOR GROUP ORDERS, EACH
001770*    AT ITS OFFERING VALUE, AND GROUP INVOICES RAISED AND PAID,
001780*    AT THE AMOUNTS ON THE RECEIVABLES LEDGER.
001790 01  GLS-TABLE.
001800     05  GLS-ENTRY OCCURS 8 TIMES.
001810         10  GLS-SITE-ID          PIC X(04).
001820         10  GLS-KIOSK-AMOUNT     PIC 9(11).
001830         10  GLS-DRAWN-AMOUNT     PIC 9(11).
001840         10  GLS-SOLD-AMOUNT      PIC 9(11).
001850         10  GLS-GROUP-AMOUNT     PIC 9(11).
001860         10  GLS-INVOICED-AMOUNT  PIC 9(11).
001870         10  GLS-PAID-AMOUNT      PIC 9(11).
001880         10  GLS-CHART-SWITCH     PIC X(01).
001890             88  GLS-CHART-FOUND      VALUE 'Y'.
001900         10  GLS-KIOSK-CASH       PIC X(08).
001910         10  GLS-COUNTER-CASH     PIC X(08).
001920         10  GLS-OFFERING-INCOME  PIC X(08).
001930         10  GLS-DEFERRED-INCOME  PIC X(08).
001940         10  GLS-COUNTER-STOCK    PIC X(08).
001950         10  GLS-WRITE-OFF        PIC X(08).
001960         10  GLS-RECEIVABLE       PIC X(08).
001970 01  GLS-COUNT                    PIC 9(02) COMP VALUE ZERO.
001980 01  GLS-SUB                      PIC 9(02) COMP.
001990 01  GLS-HIT-SUB                  PIC 9(02) COMP.
002000 01  GLS-OVERFLOW-SWITCH          PIC X(01) VALUE 'N'.
002010     88  GLS-OVERFLOWED                VALUE 'Y'.
002020 01  WS-WORK-SITE-ID              PIC X(04).
002030 01  WS-WORK-FEE                  PIC 9(05).
002040*
002050*    THE CATCH-ALL **** CHART RECORD, HELD FOR ANY SITE WITHOUT
002060*    A RECORD OF ITS OWN.
002070 01  WS-DEFAULT-CHART-SWITCH      PIC X(01) VALUE 'N'.
002080     88  WS-DEFAULT-CHART-FOUND        VALUE 'Y'.
002090 01  WS-DEFAULT-CHART.
002091     05  WS-DFL-KIOSK-CASH        PIC X(08).
002092     05  WS-DFL-COUNTER-CASH      PIC X(08).
002093     05  WS-DFL-OFFERING-INCOME   PIC X(08).
002094     05  WS-DFL-DEFERRED-INCOME   PIC X(08).
002095     05  WS-DFL-COUNTER-STOCK     PIC X(08).
002096     05  WS-DFL-WRITE-OFF         PIC X(08).
002097     05  WS-DFL-RECEIVABLE        PIC X(08).
002100 01  WS-UNCHARTED-COUNT           PIC 9(02) VALUE ZERO.
002110 01  WS-NO-RECEIVABLE-COUNT       PIC 9(02) VALUE ZERO.
002120*
002130*    EVERY LOT WITH A SOLD OR WRITE-OFF MOVEMENT ON THE DAY:
002140*    THE COUNTER IT MOVED AT, THE DAY'S QUANTITIES SOLD AT THE
002150*    COUNTER AND PULLED FOR GROUP ORDERS, ITS SALES OF EITHER
002160*    KIND TO DATE AND MANIFEST SLIP COUNT (FOR THE UNSOLD
002170*    REMAINDER OF A WRITE-OFF), AND THE OFFERING FEE ITS SLIPS
002180*    WERE DRAWN AT.
002190 01  LOT-TABLE.
002200     05  LOT-ENTRY OCCURS 200 TIMES.
002210         10  LOT-NO               PIC 9(05).
002220         10  LOT-COUNTER-ID       PIC X(04).
002230         10  LOT-SOLD-TODAY       PIC 9(05).
002240         10  LOT-GROUP-TODAY      PIC 9(05).
002250         10  LOT-VOID-SWITCH      PIC X(01).
002260             88  LOT-VOIDED-TODAY     VALUE 'Y'.
002270         10  LOT-SOLD-TO-DATE     PIC 9(07).
002280         10  LOT-MANIFEST-SWITCH  PIC X(01).
002290             88  LOT-ON-MANIFEST      VALUE 'Y'.
002300         10  LOT-SLIP-COUNT       PIC 9(05).
002310         10  LOT-FEE-SWITCH       PIC X(01).
002320             88  LOT-FEE-FOUND        VALUE 'Y'.
002330         10  LOT-FEE              PIC 9(05).
002340 01  LOT-COUNT                    PIC 9(03) COMP VALUE ZERO.
002350 01  LOT-SUB                      PIC 9(03) COMP.
002360 01  LOT-HIT-SUB                  PIC 9(03) COMP.
002370 01  LOT-OVERFLOW-SWITCH          PIC X(01) VALUE 'N'.
002380     88  LOT-OVERFLOWED                VALUE 'Y'.
002390 01  WS-WORK-LOT-NO               PIC 9(05).
002400 01  WS-LOT-VALUE                 PIC 9(11).
002410 01  WS-UNSOLD-COUNT              PIC 9(07).
002420 01  WS-TARIFF-PRICED             PIC 9(03) VALUE ZERO.
002430 01  WS-UNPRICED-COUNT            PIC 9(03) VALUE ZERO.
002440*
002450*    OFFERING-FEE TARIFF, LOADED ONLY WHEN A LOT'S FEE CANNOT
002460*    BE FOUND ON THE LIVE DRAW LOG (ITS BOX DRAWN BEFORE THE
002470*    LAST YEAR-END ARCHIVE).
002480 01  TRF-TABLE.
002490     05  TRF-ENTRY OCCURS 20 TIMES.
002500         10  TRF-SITE-ID          PIC X(04).
002510         10  TRF-FEE              PIC 9(05).
002520 01  TRF-COUNT                    PIC 9(02) COMP VALUE ZERO.
002530 01  TRF-SUB                      PIC 9(02) COMP.
002540 01  TRF-LOADED-SWITCH            PIC X(01) VALUE 'N'.
002550     88  TRF-LOADED                    VALUE 'Y'.
002560 01  WS-DEFAULT-FEE-SWITCH        PIC X(01) VALUE 'N'.
002570     88  WS-DEFAULT-FEE-FOUND          VALUE 'Y'.
002580 01  WS-DEFAULT-FEE               PIC 9(05) VALUE ZERO.
002590*
002600*    THE DAY'S JOURNAL, BUILT IN STORAGE AND PROVED TO BALANCE
002610*    BEFORE A LINE OF IT IS WRITTEN. EACH ENTRY IN HAND BECOMES
002620*    A DEBIT LINE AND A CREDIT LINE.
002630 01  JNL-TABLE.
002640     05  JNL-ENTRY OCCURS 300 TIMES.
002650         10  JNL-SITE-ID          PIC X(04).
002660         10  JNL-ACCOUNT          PIC X(08).
002670         10  JNL-DEBIT-CREDIT     PIC X(01).
002680         10  JNL-AMOUNT           PIC 9(11).
002690         10  JNL-SOURCE           PIC X(01).
002700         10  JNL-LOT-NO           PIC 9(05).
002710         10  JNL-NARRATIVE        PIC X(30).
002720 01  JNL-COUNT                    PIC 9(03) COMP VALUE ZERO.
002730 01  JNL-SUB                      PIC 9(03) COMP.
002740 01  JNL-OVERFLOW-SWITCH          PIC X(01) VALUE 'N'.
002750     88  JNL-OVERFLOWED                VALUE 'Y'.
002760 01  WS-ENT-SITE-ID               PIC X(04).
002770 01  WS-ENT-DEBIT-ACCOUNT         PIC X(08).
002780 01  WS-ENT-CREDIT-ACCOUNT        PIC X(08).
002790 01  WS-ENT-AMOUNT                PIC 9(11).
002800 01  WS-ENT-SOURCE                PIC X(01).
002810 01  WS-ENT-LOT-NO                PIC 9(05).
002820 01  WS-ENT-NARRATIVE             PIC X(30).
002830 01  WS-DEBIT-TOTAL               PIC 9(11) VALUE ZERO.
002840 01  WS-CREDIT-TOTAL              PIC 9(11) VALUE ZERO.
002850 01  WS-LINES-WRITTEN             PIC 9(05) VALUE ZERO.
002860*
002870*    PRINT LINE WORK AREAS FOR THE JOURNAL LISTING - EVERY
002880*    LINE GOES TO OMIGLRP AND IS ECHOED TO THE CONSOLE.
002890 01  WS-PRINT-LINE                PIC X(80).
002900 01  WS-AMOUNT-ED                 PIC Z(10)9.
002910 01  RPT-JOURNAL-LINE.
002920     05  FILLER                   PIC X(01) VALUE SPACE.
002930     05  RPT-LINE-NO              PIC 9(05).
002940     05  FILLER                   PIC X(02) VALUE SPACES.
002950     05  RPT-SITE-ID              PIC X(04).
002960     05  FILLER                   PIC X(02) VALUE SPACES.
002970     05  RPT-ACCOUNT              PIC X(08).
002980     05  FILLER                   PIC X(02) VALUE SPACES.
002990     05  RPT-DEBIT                PIC X(11).
003000     05  FILLER                   PIC X(02) VALUE SPACES.
003010     05  RPT-CREDIT               PIC X(11).
003020     05  FILLER                   PIC X(02) VALUE SPACES.
003030     05  RPT-NARRATIVE            PIC X(30).
003040*
003050 01  WS-FATAL-SWITCH              PIC X(01) VALUE 'N'.
003060     88  WS-RUN-FATAL                  VALUE 'Y'.
003070*
003080 PROCEDURE DIVISION.
003090 0000-MAINLINE SECTION.
003100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003110     IF NOT WS-RUN-FATAL
003120         PERFORM 2000-VERIFY-CLEAN-CLOSE THRU 2000-EXIT
003130     END-IF.
003140     IF NOT WS-RUN-FATAL
003150         PERFORM 2500-VERIFY-NOT-POSTED THRU 2500-EXIT
003160     END-IF.
003170     IF NOT WS-RUN-FATAL
003180         PERFORM 3000-LOAD-STOCK-MOVEMENTS THRU 3000-EXIT
003190     END-IF.
003200     IF NOT WS-RUN-FATAL
003210         PERFORM 3500-LOAD-MANIFEST THRU 3500-EXIT
003220     END-IF.
003230     IF NOT WS-RUN-FATAL
003240         PERFORM 4000-TALLY-DRAW-LOG THRU 4000-EXIT
003250     END-IF.
003260     IF NOT WS-RUN-FATAL
003270         PERFORM 4500-PRICE-LOTS THRU 4500-EXIT
003280     END-IF.
003290     IF NOT WS-RUN-FATAL
003300         PERFORM 4800-TALLY-RECEIVABLES THRU 4800-EXIT
003310     END-IF.
003320     IF NOT WS-RUN-FATAL
003330         PERFORM 5000-LOAD-CHART THRU 5000-EXIT
003340     END-IF.
003350     IF NOT WS-RUN-FATAL
003360         PERFORM 6000-BUILD-JOURNAL THRU 6000-EXIT
003370     END-IF.
003380     IF NOT WS-RUN-FATAL
003390         PERFORM 7000-POST-JOURNAL THRU 7000-EXIT
003400     END-IF.
003410     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003420     MOVE WS-HIGHEST-SEVERITY TO RETURN-CODE.
003430     STOP RUN.
003440*
003450*----------------------------------------------------------------*
003460*    1000-INITIALIZE - GET THE BUSINESS DATE AND ASK WHICH DAY
003470*    TO POST. BLANK MEANS THE BUSINESS DATE - THE NIGHT STREAM
003480*    POSTS THE DAY JUST CLOSED.
003490*----------------------------------------------------------------*
003500 1000-INITIALIZE.
003510     PERFORM 1010-LOAD-BUSINESS-DATE THRU 1010-EXIT.
003520     INITIALIZE GLS-TABLE.
003530     INITIALIZE LOT-TABLE.
003540     INITIALIZE JNL-TABLE.
003550     DISPLAY 'DATE TO POST (YYYYMMDD, BLANK FOR BUSINESS'
003560         ' DATE): ' WITH NO ADVANCING.
003570     ACCEPT WS-ENTRY-INPUT.
003580     PERFORM 8000-EDIT-NUMERIC-ENTRY THRU 8000-EXIT.
003590     IF WS-ENTRY-NOT-VALID
003600         DISPLAY 'OMIPOST: UNUSABLE DATE - NOTHING POSTED.'
003610         SET WS-RUN-FATAL TO TRUE
003620         GO TO 1000-EXIT
003630     END-IF.
003640     IF WS-ENTRY-NUMBER = ZERO
003650         MOVE WS-CURRENT-DATE TO WS-POST-DATE
003660     ELSE
003670         MOVE WS-ENTRY-NUMBER TO WS-POST-DATE
003680     END-IF.
003690 1000-EXIT.
003700     EXIT.
003710*
003720*----------------------------------------------------------------*
003730*    1010-LOAD-BUSINESS-DATE - THE SHRINE DAY COMES FROM THE
003740*    OMIBDAT CONTROL RECORD, NOT THE MACHINE CLOCK, SO A STREAM
003750*    THAT RUNS PAST MIDNIGHT STAYS ON THE DAY IT BELONGS TO.
003760*    ONLY THE END-OF-DAY ROLL MOVES IT ON. WITH NO USABLE
003770*    RECORD ON FILE THE MACHINE DATE IS TAKEN.
003780*----------------------------------------------------------------*
003790 1010-LOAD-BUSINESS-DATE.
003800     MOVE ZERO TO WS-CURRENT-DATE.
003810     OPEN INPUT BUSINESS-DATE-FILE.
003820     IF WS-BDT-STATUS NOT = '35'
003830         READ BUSINESS-DATE-FILE
003840             AT END
003850                 CONTINUE
003860         END-READ
003870         IF WS-BDT-STATUS = '00'
003880          AND BDR-BUSINESS-DATE IS NUMERIC
003890             MOVE BDR-BUSINESS-DATE TO WS-CURRENT-DATE
003900         END-IF
003910         CLOSE BUSINESS-DATE-FILE
003920     END-IF.
003930     IF WS-CURRENT-DATE = ZERO
003940         ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
003950         DISPLAY 'OMIBDAT: NO BUSINESS DATE ON FILE - USING THE'
003960             ' MACHINE DATE ' WS-CURRENT-DATE '.'
003970     END-IF.
003980 1010-EXIT.
003990     EXIT.
004000*
004010*----------------------------------------------------------------*
004020*    2000-VERIFY-CLEAN-CLOSE - THE DAY MUST HAVE A CLOSE RECORD
004030*    ON OMICLSF AND ITS MISMATCH COUNT MUST BE ZERO (THE LAST
004040*    CLOSE OF THE DAY WINS, SO A CORRECTED RE-CLOSE COUNTS).
004050*    ANYTHING ELSE REFUSES THE POSTING OUTRIGHT - THE LEDGER
004060*    NEVER TAKES AN UNBALANCED DAY.
004070*----------------------------------------------------------------*
004080 2000-VERIFY-CLEAN-CLOSE.
004090     OPEN INPUT CLOSE-FILE.
004100     IF WS-CLS-STATUS = '35'
004110         DISPLAY 'OMIPOST: NO OMICLSF CONTROL FILE ON HAND -'
004120             ' NOTHING POSTED.'
004130         PERFORM 2200-REFUSE-UNCLOSED-DAY THRU 2200-EXIT
004140         GO TO 2000-EXIT
004150     END-IF.
004160     PERFORM 2100-READ-ONE-CLOSE-RECORD THRU 2100-EXIT
004170         UNTIL WS-CLS-STATUS = '10'.
004180     CLOSE CLOSE-FILE.
004190     IF NOT WS-CLOSE-FOUND
004200         DISPLAY 'OMIPOST: ' WS-POST-DATE ' HAS NO CLOSE'
004210             ' RECORD - RUN OMICLOSE FIRST. NOTHING POSTED.'
004220         PERFORM 2200-REFUSE-UNCLOSED-DAY THRU 2200-EXIT
004230         GO TO 2000-EXIT
004240     END-IF.
004250     IF WS-CLOSE-MISMATCHES > ZERO
004260         DISPLAY 'OMIPOST: ' WS-POST-DATE ' CLOSED WITH '
004270             WS-CLOSE-MISMATCHES ' MISMATCH(ES) - CLEAR THEM'
004280             ' AND RE-CLOSE. NOTHING POSTED.'
004290         PERFORM 2200-REFUSE-UNCLOSED-DAY THRU 2200-EXIT
004300     END-IF.
004310 2000-EXIT.
004320     EXIT.
004330*
004340 2100-READ-ONE-CLOSE-RECORD.
004350     READ CLOSE-FILE
004360         AT END
004370             MOVE '10' TO WS-CLS-STATUS
004380     END-READ.
004390     IF WS-CLS-STATUS NOT = '10'
004400         IF CLR-CLOSE-DATE = WS-POST-DATE
004410             SET WS-CLOSE-FOUND TO TRUE
004420             IF CLR-MISMATCH-COUNT IS NUMERIC
004430                 MOVE CLR-MISMATCH-COUNT TO WS-CLOSE-MISMATCHES
004440             ELSE
004450                 MOVE ZERO TO WS-CLOSE-MISMATCHES
004460             END-IF
004470         END-IF
004480     END-IF.
004490 2100-EXIT.
004500     EXIT.
004510*
004520 2200-REFUSE-UNCLOSED-DAY.
004530     MOVE 'S' TO WS-OPS-SEVERITY.
004540     MOVE 'GLJ0001' TO WS-OPS-CODE.
004550     MOVE 'DAY NOT CLOSED CLEAN - JOURNAL REFUSED'
004560         TO WS-OPS-TEXT.
004570     PERFORM 8800-WRITE-OPS-MESSAGE THRU 8800-EXIT.
004580     SET WS-RUN-FATAL TO TRUE.
004590 2200-EXIT.
004600     EXIT.
004610*
004620*----------------------------------------------------------------*
004630*    2500-VERIFY-NOT-POSTED - A DAY ALREADY ON THE OMIGLCT
004640*    POSTING CONTROL FILE IS NEVER POSTED AGAIN, SO A RERUN OF
004650*    THE NIGHT STREAM CANNOT DOUBLE THE LEDGER. NO CONTROL FILE
004660*    MEANS NOTHING HAS BEEN POSTED YET.
004670*----------------------------------------------------------------*
004680 2500-VERIFY-NOT-POSTED.
004690     OPEN INPUT POSTING-CONTROL-FILE.
004700     IF WS-GLC-STATUS = '35'
004710         GO TO 2500-EXIT
004720     END-IF.
004730     PERFORM 2510-READ-ONE-CONTROL THRU 2510-EXIT
004740         UNTIL WS-GLC-STATUS = '10'.
004750     CLOSE POSTING-CONTROL-FILE.
004760     IF WS-DAY-ALREADY-POSTED
004770         DISPLAY 'OMIPOST: ' WS-POST-DATE ' WAS ALREADY POSTED'
004780             ' ON ' WS-POSTED-RUN-DATE ' - NOTHING POSTED.'
004790         MOVE 'S' TO WS-OPS-SEVERITY
004800         MOVE 'GLJ0002' TO WS-OPS-CODE
004810         MOVE 'DAY ALREADY POSTED - JOURNAL REFUSED'
004820             TO WS-OPS-TEXT
004830         PERFORM 8800-WRITE-OPS-MESSAGE THRU 8800-EXIT
004840         SET WS-RUN-FATAL TO TRUE
004850     END-IF.
004860 2500-EXIT.
004870     EXIT.
004880*
004890 2510-READ-ONE-CONTROL.
004900     READ POSTING-CONTROL-FILE
004910         AT END
004920             MOVE '10' TO WS-GLC-STATUS
004930     END-READ.
004940     IF WS-GLC-STATUS NOT = '10'
004950         IF GLC-POST-DATE = WS-POST-DATE
004960             SET WS-DAY-ALREADY-POSTED TO TRUE
004970             MOVE GLC-RUN-DATE TO WS-POSTED-RUN-DATE
004980         END-IF
004990     END-IF.
005000 2510-EXIT.
005010     EXIT.
005020*
005030*----------------------------------------------------------------*
005040*    3000-LOAD-STOCK-MOVEMENTS - FIRST PASS OVER THE OMISTKF
005050*    COUNTER STOCK LEDGER PICKS UP EVERY LOT SOLD AT THE
005060*    COUNTER, PULLED FOR A GROUP ORDER OR WRITTEN OFF ON THE
005070*    DAY; THE SECOND TOTALS THOSE LOTS' SALES OF EITHER KIND UP
005080*    TO AND INCLUDING THE DAY, SO A WRITE-OFF TAKES ONLY THE
005090*    UNSOLD REMAINDER OF THE BOX. NO LEDGER MEANS NO COUNTER
005100*    MOVEMENTS TO POST.
005110*----------------------------------------------------------------*
005120 3000-LOAD-STOCK-MOVEMENTS.
005130     OPEN INPUT STOCK-FILE.
005140     IF WS-STK-STATUS = '35'
005150         GO TO 3000-EXIT
005160     END-IF.
005170     PERFORM 3100-READ-ONE-MOVEMENT THRU 3100-EXIT
005180         UNTIL WS-STK-STATUS = '10'.
005190     CLOSE STOCK-FILE.
005200     IF LOT-OVERFLOWED
005210         DISPLAY 'OMIPOST: MORE THAN 200 LOTS MOVED ON '
005220             WS-POST-DATE ' - NOTHING POSTED.'
005230         MOVE 'S' TO WS-OPS-SEVERITY
005240         MOVE 'GLJ0004' TO WS-OPS-CODE
005250         MOVE 'LOT TABLE OVERFLOW - JOURNAL NOT POSTED'
005260             TO WS-OPS-TEXT
005270         PERFORM 8800-WRITE-OPS-MESSAGE THRU 8800-EXIT
005280         SET WS-RUN-FATAL TO TRUE
005290         GO TO 3000-EXIT
005300     END-IF.
005310     IF LOT-COUNT = ZERO
005320         GO TO 3000-EXIT
005330     END-IF.
005340     OPEN INPUT STOCK-FILE.
005350     PERFORM 3200-TOTAL-ONE-SALE THRU 3200-EXIT
005360         UNTIL WS-STK-STATUS = '10'.
005370     CLOSE STOCK-FILE.
005380 3000-EXIT.
005390     EXIT.
005400*
005410 3100-READ-ONE-MOVEMENT.
005420     READ STOCK-FILE
005430         AT END
005440             MOVE '10' TO WS-STK-STATUS
005450     END-READ.
005460     IF WS-STK-STATUS = '10'
005470         GO TO 3100-EXIT
005480     END-IF.
005490     IF SKR-LOT-NO IS NOT NUMERIC
005500      OR SKR-TXN-DATE NOT = WS-POST-DATE
005510         GO TO 3100-EXIT
005520     END-IF.
005530     IF NOT SKR-SOLD AND NOT SKR-WRITTEN-OFF
005540         GO TO 3100-EXIT
005550     END-IF.
005560     MOVE SKR-LOT-NO TO WS-WORK-LOT-NO.
005570     PERFORM 3300-FIND-OR-ADD-LOT THRU 3300-EXIT.
005580     IF LOT-HIT-SUB = ZERO
005590         GO TO 3100-EXIT
005600     END-IF.
005610     IF SKR-COUNTER-ID = SPACES
005620         MOVE '----' TO LOT-COUNTER-ID(LOT-HIT-SUB)
005630     ELSE
005640         MOVE SKR-COUNTER-ID TO LOT-COUNTER-ID(LOT-HIT-SUB)
005650     END-IF.
005660     IF SKR-COUNTER-SOLD
005670      AND SKR-QUANTITY IS NUMERIC
005680         ADD SKR-QUANTITY TO LOT-SOLD-TODAY(LOT-HIT-SUB)
005690     END-IF.
005700     IF SKR-GROUP-SOLD
005710      AND SKR-QUANTITY IS NUMERIC
005720         ADD SKR-QUANTITY TO LOT-GROUP-TODAY(LOT-HIT-SUB)
005730     END-IF.
005740     IF SKR-WRITTEN-OFF
005750         MOVE 'Y' TO LOT-VOID-SWITCH(LOT-HIT-SUB)
005760     END-IF.
005770 3100-EXIT.
005780     EXIT.
005790*
005800 3200-TOTAL-ONE-SALE.
005810     READ STOCK-FILE
005820         AT END
005830             MOVE '10' TO WS-STK-STATUS
005840     END-READ.
005850     IF WS-STK-STATUS = '10'
005860         GO TO 3200-EXIT
005870     END-IF.
005880     IF SKR-LOT-NO IS NOT NUMERIC
005890      OR NOT SKR-SOLD
005900      OR SKR-QUANTITY IS NOT NUMERIC
005910      OR SKR-TXN-DATE > WS-POST-DATE
005920         GO TO 3200-EXIT
005930     END-IF.
005940     MOVE SKR-LOT-NO TO WS-WORK-LOT-NO.
005950     PERFORM 3400-FIND-LOT THRU 3400-EXIT.
005960     IF LOT-HIT-SUB > ZERO
005970         ADD SKR-QUANTITY TO LOT-SOLD-TO-DATE(LOT-HIT-SUB)
005980     END-IF.
005990 3200-EXIT.
006000     EXIT.
006010*
006020 3300-FIND-OR-ADD-LOT.
006030     PERFORM 3400-FIND-LOT THRU 3400-EXIT.
006040     IF LOT-HIT-SUB > ZERO
006050         GO TO 3300-EXIT
006060     END-IF.
006070     IF LOT-COUNT = 200
006080         SET LOT-OVERFLOWED TO TRUE
006090         GO TO 3300-EXIT
006100     END-IF.
006110     ADD 1 TO LOT-COUNT.
006120     MOVE LOT-COUNT TO LOT-HIT-SUB.
006130     INITIALIZE LOT-ENTRY(LOT-HIT-SUB).
006140     MOVE WS-WORK-LOT-NO TO LOT-NO(LOT-HIT-SUB).
006150 3300-EXIT.
006160     EXIT.
006170*
006180 3400-FIND-LOT.
006190     MOVE ZERO TO LOT-HIT-SUB.
006200     PERFORM 3410-MATCH-ONE-LOT THRU 3410-EXIT
006210         VARYING LOT-SUB FROM 1 BY 1
006220         UNTIL LOT-SUB > LOT-COUNT OR LOT-HIT-SUB > ZERO.
006230 3400-EXIT.
006240     EXIT.
006250*
006260 3410-MATCH-ONE-LOT.
006270     IF LOT-NO(LOT-SUB) = WS-WORK-LOT-NO
006280         MOVE LOT-SUB TO LOT-HIT-SUB
006290     END-IF.
006300 3410-EXIT.
006310     EXIT.
006320*
006330*----------------------------------------------------------------*
006340*    3500-LOAD-MANIFEST - THE SLIP COUNT OF EVERY LOT WRITTEN
006350*    OFF ON THE DAY, FROM THE OMIMANF BOX MANIFEST.
006360*----------------------------------------------------------------*
006370 3500-LOAD-MANIFEST.
006380     IF LOT-COUNT = ZERO
006390         GO TO 3500-EXIT
006400     END-IF.
006410     OPEN INPUT MANIFEST-FILE.
006420     IF WS-MAN-STATUS = '35'
006430         GO TO 3500-EXIT
006440     END-IF.
006450     PERFORM 3510-READ-ONE-MANIFEST THRU 3510-EXIT
006460         UNTIL WS-MAN-STATUS = '10'.
006470     CLOSE MANIFEST-FILE.
006480 3500-EXIT.
006490     EXIT.
006500*
006510 3510-READ-ONE-MANIFEST.
006520     READ MANIFEST-FILE
006530         AT END
006540             MOVE '10' TO WS-MAN-STATUS
006550     END-READ.
006560     IF WS-MAN-STATUS = '10'
006570         GO TO 3510-EXIT
006580     END-IF.
006590     IF BMR-LOT-NO IS NOT NUMERIC
006600      OR BMR-SLIP-COUNT IS NOT NUMERIC
006610         GO TO 3510-EXIT
006620     END-IF.
006630     MOVE BMR-LOT-NO TO WS-WORK-LOT-NO.
006640     PERFORM 3400-FIND-LOT THRU 3400-EXIT.
006650     IF LOT-HIT-SUB > ZERO
006660         MOVE 'Y' TO LOT-MANIFEST-SWITCH(LOT-HIT-SUB)
006670         MOVE BMR-SLIP-COUNT TO LOT-SLIP-COUNT(LOT-HIT-SUB)
006680     END-IF.
006690 3510-EXIT.
006700     EXIT.
006710*
006720*----------------------------------------------------------------*
006730*    4000-TALLY-DRAW-LOG - ONE PASS OVER THE DRAW LOG. FOR THE
006740*    DAY, EACH SITE'S KIOSK OFFERINGS (PAY TYPE C, LESS PAY-TYPE
006750*    V TILL REFUNDS, THE SAME SPLIT THE DEPOSIT MAKES) AND ITS
006760*    PREPAID BOXES DRAWN (PAY TYPE S, GROSS - A BOX VOIDED LATER
006770*    IS WRITTEN OFF FROM THE STOCK LEDGER, NOT NETTED HERE).
006780*    FOR ANY DATE, THE FEE EACH MOVED LOT'S SLIPS WERE DRAWN AT.
006790*----------------------------------------------------------------*
006800 4000-TALLY-DRAW-LOG.
006810     OPEN INPUT DRAW-LOG-FILE.
006820     IF WS-LOG-STATUS = '35'
006830         DISPLAY 'OMIPOST: NO DRAW LOG ON FILE - NOTHING POSTED.'
006840         SET WS-RUN-FATAL TO TRUE
006850         GO TO 4000-EXIT
006860     END-IF.
006870     PERFORM 4100-READ-ONE-LOG-RECORD THRU 4100-EXIT
006880         UNTIL WS-LOG-STATUS = '10'.
006890     CLOSE DRAW-LOG-FILE.
006900     IF GLS-OVERFLOWED
006910         PERFORM 4900-SITE-TABLE-FULL THRU 4900-EXIT
006920     END-IF.
006930 4000-EXIT.
006940     EXIT.
006950*
006960 4100-READ-ONE-LOG-RECORD.
006970     READ DRAW-LOG-FILE
006980         AT END
006990             MOVE '10' TO WS-LOG-STATUS
007000     END-READ.
007010     IF WS-LOG-STATUS = '10'
007020         GO TO 4100-EXIT
007030     END-IF.
007040     IF DLR-FEE-AMOUNT IS NUMERIC
007050         MOVE DLR-FEE-AMOUNT TO WS-WORK-FEE
007060     ELSE
007070         MOVE ZERO TO WS-WORK-FEE
007080     END-IF.
007090     IF DLR-FEE-PREPAID
007100      AND DLR-LOT-NO IS NUMERIC AND DLR-LOT-NO > ZERO
007110      AND LOT-COUNT > ZERO
007120         PERFORM 4200-NOTE-LOT-FEE THRU 4200-EXIT
007130     END-IF.
007140     IF DLR-DRAW-DATE NOT = WS-POST-DATE
007150         GO TO 4100-EXIT
007160     END-IF.
007170     IF DLR-FEE-VOIDED
007180      AND DLR-LOT-NO IS NUMERIC AND DLR-LOT-NO > ZERO
007190         GO TO 4100-EXIT
007200     END-IF.
007210     IF DLR-SITE-ID = SPACES
007220         MOVE '----' TO WS-WORK-SITE-ID
007230     ELSE
007240         MOVE DLR-SITE-ID TO WS-WORK-SITE-ID
007250     END-IF.
007260     PERFORM 4300-FIND-OR-ADD-SITE THRU 4300-EXIT.
007270     IF GLS-HIT-SUB = ZERO
007280         GO TO 4100-EXIT
007290     END-IF.
007300     IF DLR-FEE-PREPAID
007310         ADD WS-WORK-FEE TO GLS-DRAWN-AMOUNT(GLS-HIT-SUB)
007320         GO TO 4100-EXIT
007330     END-IF.
007340     IF DLR-FEE-VOIDED
007350         IF GLS-KIOSK-AMOUNT(GLS-HIT-SUB) >= WS-WORK-FEE
007360             SUBTRACT WS-WORK-FEE
007370                 FROM GLS-KIOSK-AMOUNT(GLS-HIT-SUB)
007380         END-IF
007390     ELSE
007400         ADD WS-WORK-FEE TO GLS-KIOSK-AMOUNT(GLS-HIT-SUB)
007410     END-IF.
007420 4100-EXIT.
007430     EXIT.
007440*
007450 4200-NOTE-LOT-FEE.
007460     MOVE DLR-LOT-NO TO WS-WORK-LOT-NO.
007470     PERFORM 3400-FIND-LOT THRU 3400-EXIT.
007480     IF LOT-HIT-SUB = ZERO
007490         GO TO 4200-EXIT
007500     END-IF.
007510     IF NOT LOT-FEE-FOUND(LOT-HIT-SUB)
007520         MOVE 'Y' TO LOT-FEE-SWITCH(LOT-HIT-SUB)
007530         MOVE WS-WORK-FEE TO LOT-FEE(LOT-HIT-SUB)
007540     END-IF.
007550 4200-EXIT.
007560     EXIT.
007570*
007580 4300-FIND-OR-ADD-SITE.
007590     MOVE ZERO TO GLS-HIT-SUB.
007600     PERFORM 4310-MATCH-ONE-SITE THRU 4310-EXIT
007610         VARYING GLS-SUB FROM 1 BY 1
007620         UNTIL GLS-SUB > GLS-COUNT OR GLS-HIT-SUB > ZERO.
007630     IF GLS-HIT-SUB > ZERO
007640         GO TO 4300-EXIT
007650     END-IF.
007660     IF GLS-COUNT = 8
007670         SET GLS-OVERFLOWED TO TRUE
007680         GO TO 4300-EXIT
007690     END-IF.
007700     ADD 1 TO GLS-COUNT.
007710     MOVE GLS-COUNT TO GLS-HIT-SUB.
007720     INITIALIZE GLS-ENTRY(GLS-HIT-SUB).
007730     MOVE WS-WORK-SITE-ID TO GLS-SITE-ID(GLS-HIT-SUB).
007740 4300-EXIT.
007750     EXIT.
007760*
007770 4310-MATCH-ONE-SITE.
007780     IF GLS-SITE-ID(GLS-SUB) = WS-WORK-SITE-ID
007790         MOVE GLS-SUB TO GLS-HIT-SUB
007800     END-IF.
007810 4310-EXIT.
007820     EXIT.
007830*
007840*----------------------------------------------------------------*
007850*    4500-PRICE-LOTS - VALUE EACH LOT'S COUNTER SALES AND GROUP
007860*    PULLS FOR THE DAY AT THE FEE ITS SLIPS WERE DRAWN AT AND
007870*    ADD THEM TO THE COUNTER'S SITE. A LOT WHOSE DRAWS ARE NO
007880*    LONGER ON THE LIVE LOG IS PRICED FROM THE OMITRF TARIFF FOR
007890*    ITS COUNTER INSTEAD, AND SAID SO; ONE WITH NO TARIFF EITHER
007900*    CANNOT BE VALUED AND THE DAY IS NOT POSTED.
007910*----------------------------------------------------------------*
007920 4500-PRICE-LOTS.
007930     PERFORM 4510-PRICE-ONE-LOT THRU 4510-EXIT
007940         VARYING LOT-SUB FROM 1 BY 1 UNTIL LOT-SUB > LOT-COUNT.
007950     IF GLS-OVERFLOWED
007960         PERFORM 4900-SITE-TABLE-FULL THRU 4900-EXIT
007970         GO TO 4500-EXIT
007980     END-IF.
007990     IF WS-TARIFF-PRICED > ZERO
008000         MOVE 'W' TO WS-OPS-SEVERITY
008010         MOVE 'GLJ0005' TO WS-OPS-CODE
008020         MOVE 'LOT FEE NOT ON DRAW LOG - PRICED FROM TARIFF'
008030             TO WS-OPS-TEXT
008040         PERFORM 8800-WRITE-OPS-MESSAGE THRU 8800-EXIT
008050     END-IF.
008060     IF WS-UNPRICED-COUNT > ZERO
008070         MOVE 'S' TO WS-OPS-SEVERITY
008080         MOVE 'GLJ0006' TO WS-OPS-CODE
008090         MOVE 'LOT CANNOT BE VALUED - JOURNAL NOT POSTED'
008100             TO WS-OPS-TEXT
008110         PERFORM 8800-WRITE-OPS-MESSAGE THRU 8800-EXIT
008120         SET WS-RUN-FATAL TO TRUE
008130     END-IF.
008140 4500-EXIT.
008150     EXIT.
008160*
008170 4510-PRICE-ONE-LOT.
008180     IF NOT LOT-FEE-FOUND(LOT-SUB)
008190         PERFORM 4600-TARIFF-FOR-LOT THRU 4600-EXIT
008200     END-IF.
008210     IF NOT LOT-FEE-FOUND(LOT-SUB)
008220         DISPLAY 'OMIPOST: NO FEE FOR LOT ' LOT-NO(LOT-SUB)
008230             ' ON THE LOG OR THE TARIFF - CANNOT BE VALUED.'
008240         ADD 1 TO WS-UNPRICED-COUNT
008250         GO TO 4510-EXIT
008260     END-IF.
008270     MOVE LOT-COUNTER-ID(LOT-SUB) TO WS-WORK-SITE-ID.
008280     PERFORM 4300-FIND-OR-ADD-SITE THRU 4300-EXIT.
008290     IF GLS-HIT-SUB = ZERO
008300         GO TO 4510-EXIT
008310     END-IF.
008320     MULTIPLY LOT-SOLD-TODAY(LOT-SUB) BY LOT-FEE(LOT-SUB)
008330         GIVING WS-LOT-VALUE.
008340     ADD WS-LOT-VALUE TO GLS-SOLD-AMOUNT(GLS-HIT-SUB).
008350     MULTIPLY LOT-GROUP-TODAY(LOT-SUB) BY LOT-FEE(LOT-SUB)
008360         GIVING WS-LOT-VALUE.
008370     ADD WS-LOT-VALUE TO GLS-GROUP-AMOUNT(GLS-HIT-SUB).
008380 4510-EXIT.
008390     EXIT.
008400*
008410 4600-TARIFF-FOR-LOT.
008420     IF NOT TRF-LOADED
008430         PERFORM 4700-LOAD-TARIFF THRU 4700-EXIT
008440     END-IF.
008450     PERFORM 4610-MATCH-ONE-TARIFF THRU 4610-EXIT
008460         VARYING TRF-SUB FROM 1 BY 1
008470         UNTIL TRF-SUB > TRF-COUNT OR LOT-FEE-FOUND(LOT-SUB).
008480     IF NOT LOT-FEE-FOUND(LOT-SUB)
008490      AND WS-DEFAULT-FEE-FOUND
008500         MOVE 'Y' TO LOT-FEE-SWITCH(LOT-SUB)
008510         MOVE WS-DEFAULT-FEE TO LOT-FEE(LOT-SUB)
008520     END-IF.
008530     IF LOT-FEE-FOUND(LOT-SUB)
008540         DISPLAY 'OMIPOST: LOT ' LOT-NO(LOT-SUB) ' NOT ON THE'
008550             ' DRAW LOG - PRICED AT THE TARIFF FEE OF '
008560             LOT-FEE(LOT-SUB) '.'
008570         ADD 1 TO WS-TARIFF-PRICED
008580     END-IF.
008590 4600-EXIT.
008600     EXIT.
008610*
008620 4610-MATCH-ONE-TARIFF.
008630     IF TRF-SITE-ID(TRF-SUB) = LOT-COUNTER-ID(LOT-SUB)
008640         MOVE 'Y' TO LOT-FEE-SWITCH(LOT-SUB)
008650         MOVE TRF-FEE(TRF-SUB) TO LOT-FEE(LOT-SUB)
008660     END-IF.
008670 4610-EXIT.
008680     EXIT.
008690*
008700 4700-LOAD-TARIFF.
008710     SET TRF-LOADED TO TRUE.
008720     OPEN INPUT TARIFF-FILE.
008730     IF WS-TRF-STATUS = '35'
008740         GO TO 4700-EXIT
008750     END-IF.
008760     PERFORM 4710-READ-ONE-TARIFF THRU 4710-EXIT
008770         UNTIL WS-TRF-STATUS = '10'.
008780     CLOSE TARIFF-FILE.
008790 4700-EXIT.
008800     EXIT.
008810*
008820 4710-READ-ONE-TARIFF.
008830     READ TARIFF-FILE
008840         AT END
008850             MOVE '10' TO WS-TRF-STATUS
008860     END-READ.
008870     IF WS-TRF-STATUS = '10'
008880         GO TO 4710-EXIT
008890     END-IF.
008900     IF TFR-FEE-AMOUNT IS NOT NUMERIC
008910         GO TO 4710-EXIT
008920     END-IF.
008930     IF TFR-SITE-ID = '****'
008940         SET WS-DEFAULT-FEE-FOUND TO TRUE
008950         MOVE TFR-FEE-AMOUNT TO WS-DEFAULT-FEE
008960         GO TO 4710-EXIT
008970     END-IF.
008980     IF TRF-COUNT < 20
008990         ADD 1 TO TRF-COUNT
009000         MOVE TFR-SITE-ID TO TRF-SITE-ID(TRF-COUNT)
009010         MOVE TFR-FEE-AMOUNT TO TRF-FEE(TRF-COUNT)
009020     END-IF.
009030 4710-EXIT.
009040     EXIT.
009050*
009060*----------------------------------------------------------------*
009070*    4800-TALLY-RECEIVABLES - ONE PASS OVER THE OMIARLG GROUP
009080*    RECEIVABLES LEDGER. FOR THE DAY, EACH SITE'S GROUP-ORDER
009090*    INVOICES RAISED AND THE PAYMENTS TAKEN AGAINST THEM, AT
009100*    THE AMOUNTS ON THE LEDGER. NO LEDGER MEANS NO GROUP ORDERS.
009110*----------------------------------------------------------------*
009120 4800-TALLY-RECEIVABLES.
009130     OPEN INPUT RECEIVABLE-FILE.
009140     IF WS-ARL-STATUS = '35'
009150         GO TO 4800-EXIT
009160     END-IF.
009170     PERFORM 4810-READ-ONE-RECEIVABLE THRU 4810-EXIT
009180         UNTIL WS-ARL-STATUS = '10'.
009190     CLOSE RECEIVABLE-FILE.
009200     IF GLS-OVERFLOWED
009210         PERFORM 4900-SITE-TABLE-FULL THRU 4900-EXIT
009220     END-IF.
009230 4800-EXIT.
009240     EXIT.
009250*
009260 4810-READ-ONE-RECEIVABLE.
009270     READ RECEIVABLE-FILE
009280         AT END
009290             MOVE '10' TO WS-ARL-STATUS
009300     END-READ.
009310     IF WS-ARL-STATUS = '10'
009320         GO TO 4810-EXIT
009330     END-IF.
009340     IF ARL-ENTRY-DATE NOT = WS-POST-DATE
009350      OR ARL-AMOUNT IS NOT NUMERIC
009360         GO TO 4810-EXIT
009370     END-IF.
009380     IF NOT ARL-INVOICE AND NOT ARL-PAYMENT
009390         GO TO 4810-EXIT
009400     END-IF.
009410     IF ARL-SITE-ID = SPACES
009420         MOVE '----' TO WS-WORK-SITE-ID
009430     ELSE
009440         MOVE ARL-SITE-ID TO WS-WORK-SITE-ID
009450     END-IF.
009460     PERFORM 4300-FIND-OR-ADD-SITE THRU 4300-EXIT.
009470     IF GLS-HIT-SUB = ZERO
009480         GO TO 4810-EXIT
009490     END-IF.
009500     IF ARL-INVOICE
009510         ADD ARL-AMOUNT TO GLS-INVOICED-AMOUNT(GLS-HIT-SUB)
009520     ELSE
009530         ADD ARL-AMOUNT TO GLS-PAID-AMOUNT(GLS-HIT-SUB)
009540     END-IF.
009550 4810-EXIT.
009560     EXIT.
009570*
009580 4900-SITE-TABLE-FULL.
009590     DISPLAY 'OMIPOST: MORE THAN 8 SITES ON ' WS-POST-DATE
009600         ' - NOTHING POSTED.'.
009610     MOVE 'S' TO WS-OPS-SEVERITY.
009620     MOVE 'GLJ0004' TO WS-OPS-CODE.
009630     MOVE 'MORE THAN 8 SITES - JOURNAL NOT POSTED'
009640         TO WS-OPS-TEXT.
009650     PERFORM 8800-WRITE-OPS-MESSAGE THRU 8800-EXIT.
009660     SET WS-RUN-FATAL TO TRUE.
009670 4900-EXIT.
009680     EXIT.
009690*
009700*----------------------------------------------------------------*
009710*    5000-LOAD-CHART - GIVE EVERY SITE WITH SOMETHING TO POST
009720*    ITS ACCOUNT CODES FROM THE OMICOA CHART OF ACCOUNTS. AN
009730*    EXACT SITE MATCH WINS; THE **** RECORD COVERS THE REST. A
009740*    SITE WITH NEITHER STOPS THE POSTING - HALF A DAY IN THE
009750*    LEDGER IS WORSE THAN NONE. THE RECEIVABLE ACCOUNT IS ONLY
009760*    NEEDED, AND ONLY CHECKED, AT A SITE WITH GROUP INVOICES OR
009770*    PAYMENTS ON THE DAY.
009780*----------------------------------------------------------------*
009790 5000-LOAD-CHART.
009800     OPEN INPUT CHART-FILE.
009810     IF WS-COA-STATUS NOT = '35'
009820         PERFORM 5100-READ-ONE-CHART THRU 5100-EXIT
009830             UNTIL WS-COA-STATUS = '10'
009840         CLOSE CHART-FILE
009850     END-IF.
009860     PERFORM 5200-CHECK-ONE-SITE-CHART THRU 5200-EXIT
009870         VARYING GLS-SUB FROM 1 BY 1 UNTIL GLS-SUB > GLS-COUNT.
009880     IF WS-UNCHARTED-COUNT > ZERO
009890         DISPLAY 'OMIPOST: ' WS-UNCHARTED-COUNT ' SITE(S) WITH'
009900             ' NO OMICOA CHART OF ACCOUNTS - NOTHING POSTED.'
009910         MOVE 'S' TO WS-OPS-SEVERITY
009920         MOVE 'GLJ0003' TO WS-OPS-CODE
009930         MOVE 'SITE HAS NO CHART OF ACCOUNTS - JOURNAL REFUSED'
009940             TO WS-OPS-TEXT
009950         PERFORM 8800-WRITE-OPS-MESSAGE THRU 8800-EXIT
009960         SET WS-RUN-FATAL TO TRUE
009970     END-IF.
009980     PERFORM 5300-CHECK-ONE-RECEIVABLE THRU 5300-EXIT
009990         VARYING GLS-SUB FROM 1 BY 1 UNTIL GLS-SUB > GLS-COUNT.
010000     IF WS-NO-RECEIVABLE-COUNT > ZERO
010010         DISPLAY 'OMIPOST: ' WS-NO-RECEIVABLE-COUNT
010020             ' SITE(S) WITH GROUP ORDERS BUT NO RECEIVABLE'
010030             ' ACCOUNT - NOTHING POSTED.'
010040         MOVE 'S' TO WS-OPS-SEVERITY
010050         MOVE 'GLJ0011' TO WS-OPS-CODE
010060         MOVE 'SITE HAS NO RECEIVABLE ACCOUNT - JOURNAL REFUSED'
010070             TO WS-OPS-TEXT
010080         PERFORM 8800-WRITE-OPS-MESSAGE THRU 8800-EXIT
010090         SET WS-RUN-FATAL TO TRUE
010100     END-IF.
010110 5000-EXIT.
010120     EXIT.
010130*
010140 5100-READ-ONE-CHART.
010150     READ CHART-FILE
010160         AT END
010170             MOVE '10' TO WS-COA-STATUS
010180     END-READ.
010190     IF WS-COA-STATUS = '10'
010200         GO TO 5100-EXIT
010210     END-IF.
010220     IF COA-KIOSK-CASH = SPACES OR COA-COUNTER-CASH = SPACES
010230      OR COA-OFFERING-INCOME = SPACES
010240      OR COA-DEFERRED-INCOME = SPACES
010250      OR COA-COUNTER-STOCK = SPACES OR COA-WRITE-OFF = SPACES
010260         DISPLAY 'OMICOA: INCOMPLETE CHART FOR SITE '
010270             COA-SITE-ID ' IGNORED.'
010280         GO TO 5100-EXIT
010290     END-IF.
010300     IF COA-SITE-ID = '****'
010310         SET WS-DEFAULT-CHART-FOUND TO TRUE
010320         MOVE COA-KIOSK-CASH TO WS-DFL-KIOSK-CASH
010321         MOVE COA-COUNTER-CASH TO WS-DFL-COUNTER-CASH
010322         MOVE COA-OFFERING-INCOME TO WS-DFL-OFFERING-INCOME
010323         MOVE COA-DEFERRED-INCOME TO WS-DFL-DEFERRED-INCOME
010324         MOVE COA-COUNTER-STOCK TO WS-DFL-COUNTER-STOCK
010325         MOVE COA-WRITE-OFF TO WS-DFL-WRITE-OFF
010326         MOVE COA-RECEIVABLE TO WS-DFL-RECEIVABLE
010330         GO TO 5100-EXIT
010340     END-IF.
010350     MOVE COA-SITE-ID TO WS-WORK-SITE-ID.
010360     MOVE ZERO TO GLS-HIT-SUB.
010370     PERFORM 4310-MATCH-ONE-SITE THRU 4310-EXIT
010380         VARYING GLS-SUB FROM 1 BY 1
010390         UNTIL GLS-SUB > GLS-COUNT OR GLS-HIT-SUB > ZERO.
010400     IF GLS-HIT-SUB > ZERO
010410         MOVE 'Y' TO GLS-CHART-SWITCH(GLS-HIT-SUB)
010420         MOVE COA-KIOSK-CASH TO GLS-KIOSK-CASH(GLS-HIT-SUB)
010430         MOVE COA-COUNTER-CASH TO GLS-COUNTER-CASH(GLS-HIT-SUB)
010440         MOVE COA-OFFERING-INCOME
010450             TO GLS-OFFERING-INCOME(GLS-HIT-SUB)
010460         MOVE COA-DEFERRED-INCOME
010470             TO GLS-DEFERRED-INCOME(GLS-HIT-SUB)
010480         MOVE COA-COUNTER-STOCK TO GLS-COUNTER-STOCK(GLS-HIT-SUB)
010490         MOVE COA-WRITE-OFF TO GLS-WRITE-OFF(GLS-HIT-SUB)
010500         MOVE COA-RECEIVABLE TO GLS-RECEIVABLE(GLS-HIT-SUB)
010510     END-IF.
010520 5100-EXIT.
010530     EXIT.
010540*
010550 5200-CHECK-ONE-SITE-CHART.
010560     IF GLS-CHART-FOUND(GLS-SUB)
010570         GO TO 5200-EXIT
010580     END-IF.
010590     IF WS-DEFAULT-CHART-FOUND
010600         MOVE 'Y' TO GLS-CHART-SWITCH(GLS-SUB)
010620         MOVE WS-DFL-KIOSK-CASH TO GLS-KIOSK-CASH(GLS-SUB)
010630         MOVE WS-DFL-COUNTER-CASH TO GLS-COUNTER-CASH(GLS-SUB)
010640         MOVE WS-DFL-OFFERING-INCOME
010645             TO GLS-OFFERING-INCOME(GLS-SUB)
010650         MOVE WS-DFL-DEFERRED-INCOME
010655             TO GLS-DEFERRED-INCOME(GLS-SUB)
010660         MOVE WS-DFL-COUNTER-STOCK TO GLS-COUNTER-STOCK(GLS-SUB)
010670         MOVE WS-DFL-WRITE-OFF TO GLS-WRITE-OFF(GLS-SUB)
010680         MOVE WS-DFL-RECEIVABLE TO GLS-RECEIVABLE(GLS-SUB)
010690         GO TO 5200-EXIT
010700     END-IF.
010710     DISPLAY 'OMICOA: NO CHART OF ACCOUNTS FOR SITE '
010720         GLS-SITE-ID(GLS-SUB) '.'.
010730     ADD 1 TO WS-UNCHARTED-COUNT.
010740 5200-EXIT.
010750     EXIT.
010760*
010770 5300-CHECK-ONE-RECEIVABLE.
010780     IF NOT GLS-CHART-FOUND(GLS-SUB)
010790      OR GLS-RECEIVABLE(GLS-SUB) NOT = SPACES
010800         GO TO 5300-EXIT
010810     END-IF.
010820     IF GLS-INVOICED-AMOUNT(GLS-SUB) = ZERO
010830      AND GLS-PAID-AMOUNT(GLS-SUB) = ZERO
010840         GO TO 5300-EXIT
010850     END-IF.
010860     DISPLAY 'OMICOA: NO RECEIVABLE ACCOUNT FOR SITE '
010870         GLS-SITE-ID(GLS-SUB) '.'.
010880     ADD 1 TO WS-NO-RECEIVABLE-COUNT.
010890 5300-EXIT.
010900     EXIT.
010910*
010920*----------------------------------------------------------------*
010930*    6000-BUILD-JOURNAL - TURN EACH SITE'S TOTALS AND EACH LOT
010940*    WRITTEN OFF INTO BALANCED ENTRIES:
010950*      KIOSK OFFERINGS  DR KIOSK CASH      CR OFFERING INCOME
010960*      BOXES DRAWN      DR COUNTER STOCK   CR DEFERRED INCOME
010970*      COUNTER SALES    DR COUNTER CASH    CR COUNTER STOCK
010980*                       DR DEFERRED INCOME CR OFFERING INCOME
010990*      GROUP PULLS      DR DEFERRED INCOME CR COUNTER STOCK
011000*      GROUP INVOICES   DR RECEIVABLE      CR OFFERING INCOME
011010*      GROUP PAYMENTS   DR COUNTER CASH    CR RECEIVABLE
011020*      LOT WRITE-OFF    DR WRITE-OFF       CR COUNTER STOCK
011030*    SLIPS PULLED FOR A GROUP LEAVE COUNTER STOCK, AND TAKE
011040*    THEIR DEFERRED INCOME WITH THEM, AT THE FEE THEY WERE
011050*    DRAWN AT; THE INCOME IS BOOKED AT THE INVOICED AMOUNT, AS
011060*    THE GROUP'S AGREED FEE NEED NOT BE THE SAME.
011070*    A ZERO AMOUNT MAKES NO ENTRY.
011080*----------------------------------------------------------------*
011090 6000-BUILD-JOURNAL.
011100     PERFORM 6100-BUILD-ONE-SITE THRU 6100-EXIT
011110         VARYING GLS-SUB FROM 1 BY 1 UNTIL GLS-SUB > GLS-COUNT.
011120     PERFORM 6200-BUILD-ONE-WRITE-OFF THRU 6200-EXIT
011130         VARYING LOT-SUB FROM 1 BY 1 UNTIL LOT-SUB > LOT-COUNT.
011140     IF JNL-OVERFLOWED
011150         DISPLAY 'OMIPOST: MORE THAN 300 JOURNAL LINES FOR '
011160             WS-POST-DATE ' - NOTHING POSTED.'
011170         MOVE 'S' TO WS-OPS-SEVERITY
011180         MOVE 'GLJ0004' TO WS-OPS-CODE
011190         MOVE 'JOURNAL TABLE OVERFLOW - JOURNAL NOT POSTED'
011200             TO WS-OPS-TEXT
011210         PERFORM 8800-WRITE-OPS-MESSAGE THRU 8800-EXIT
011220         SET WS-RUN-FATAL TO TRUE
011230     END-IF.
011240 6000-EXIT.
011250     EXIT.
011260*
011270 6100-BUILD-ONE-SITE.
011280     MOVE GLS-SITE-ID(GLS-SUB) TO WS-ENT-SITE-ID.
011290     MOVE ZERO TO WS-ENT-LOT-NO.
011300     MOVE 'K' TO WS-ENT-SOURCE.
011310     MOVE GLS-KIOSK-CASH(GLS-SUB) TO WS-ENT-DEBIT-ACCOUNT.
011320     MOVE GLS-OFFERING-INCOME(GLS-SUB) TO WS-ENT-CREDIT-ACCOUNT.
011330     MOVE GLS-KIOSK-AMOUNT(GLS-SUB) TO WS-ENT-AMOUNT.
011340     MOVE 'KIOSK OFFERINGS NET OF REFUNDS' TO WS-ENT-NARRATIVE.
011350     PERFORM 6800-ADD-ENTRY THRU 6800-EXIT.
011360     MOVE 'D' TO WS-ENT-SOURCE.
011370     MOVE GLS-COUNTER-STOCK(GLS-SUB) TO WS-ENT-DEBIT-ACCOUNT.
011380     MOVE GLS-DEFERRED-INCOME(GLS-SUB) TO WS-ENT-CREDIT-ACCOUNT.
011390     MOVE GLS-DRAWN-AMOUNT(GLS-SUB) TO WS-ENT-AMOUNT.
011400     MOVE 'PREPAID BOXES DRAWN' TO WS-ENT-NARRATIVE.
011410     PERFORM 6800-ADD-ENTRY THRU 6800-EXIT.
011420     MOVE 'S' TO WS-ENT-SOURCE.
011430     MOVE GLS-COUNTER-CASH(GLS-SUB) TO WS-ENT-DEBIT-ACCOUNT.
011440     MOVE GLS-COUNTER-STOCK(GLS-SUB) TO WS-ENT-CREDIT-ACCOUNT.
011450     MOVE GLS-SOLD-AMOUNT(GLS-SUB) TO WS-ENT-AMOUNT.
011460     MOVE 'COUNTER STOCK SOLD' TO WS-ENT-NARRATIVE.
011470     PERFORM 6800-ADD-ENTRY THRU 6800-EXIT.
011480     MOVE GLS-DEFERRED-INCOME(GLS-SUB) TO WS-ENT-DEBIT-ACCOUNT.
011490     MOVE GLS-OFFERING-INCOME(GLS-SUB) TO WS-ENT-CREDIT-ACCOUNT.
011500     MOVE 'DEFERRED INCOME RELEASED' TO WS-ENT-NARRATIVE.
011510     PERFORM 6800-ADD-ENTRY THRU 6800-EXIT.
011520     MOVE 'G' TO WS-ENT-SOURCE.
011530     MOVE GLS-DEFERRED-INCOME(GLS-SUB) TO WS-ENT-DEBIT-ACCOUNT.
011540     MOVE GLS-COUNTER-STOCK(GLS-SUB) TO WS-ENT-CREDIT-ACCOUNT.
011550     MOVE GLS-GROUP-AMOUNT(GLS-SUB) TO WS-ENT-AMOUNT.
011560     MOVE 'COUNTER STOCK TO GROUP ORDERS' TO WS-ENT-NARRATIVE.
011570     PERFORM 6800-ADD-ENTRY THRU 6800-EXIT.
011580     MOVE 'I' TO WS-ENT-SOURCE.
011590     MOVE GLS-RECEIVABLE(GLS-SUB) TO WS-ENT-DEBIT-ACCOUNT.
011600     MOVE GLS-OFFERING-INCOME(GLS-SUB) TO WS-ENT-CREDIT-ACCOUNT.
011610     MOVE GLS-INVOICED-AMOUNT(GLS-SUB) TO WS-ENT-AMOUNT.
011620     MOVE 'GROUP ORDERS INVOICED' TO WS-ENT-NARRATIVE.
011630     PERFORM 6800-ADD-ENTRY THRU 6800-EXIT.
011640     MOVE 'P' TO WS-ENT-SOURCE.
011650     MOVE GLS-COUNTER-CASH(GLS-SUB) TO WS-ENT-DEBIT-ACCOUNT.
011660     MOVE GLS-RECEIVABLE(GLS-SUB) TO WS-ENT-CREDIT-ACCOUNT.
011670     MOVE GLS-PAID-AMOUNT(GLS-SUB) TO WS-ENT-AMOUNT.
011680     MOVE 'GROUP INVOICE PAYMENTS' TO WS-ENT-NARRATIVE.
011690     PERFORM 6800-ADD-ENTRY THRU 6800-EXIT.
011700 6100-EXIT.
011710     EXIT.
011720*
011730 6200-BUILD-ONE-WRITE-OFF.
011740     IF NOT LOT-VOIDED-TODAY(LOT-SUB)
011750         GO TO 6200-EXIT
011760     END-IF.
011770     IF NOT LOT-ON-MANIFEST(LOT-SUB)
011780         DISPLAY 'OMIPOST: WRITTEN-OFF LOT ' LOT-NO(LOT-SUB)
011790             ' IS NOT ON OMIMANF - NO WRITE-OFF POSTED.'
011800         MOVE 'W' TO WS-OPS-SEVERITY
011810         MOVE 'GLJ0007' TO WS-OPS-CODE
011820         MOVE 'WRITTEN-OFF LOT NOT ON MANIFEST - NOT POSTED'
011830             TO WS-OPS-TEXT
011840         PERFORM 8800-WRITE-OPS-MESSAGE THRU 8800-EXIT
011850         GO TO 6200-EXIT
011860     END-IF.
011870     IF LOT-SOLD-TO-DATE(LOT-SUB) >= LOT-SLIP-COUNT(LOT-SUB)
011880         GO TO 6200-EXIT
011890     END-IF.
011900     SUBTRACT LOT-SOLD-TO-DATE(LOT-SUB)
011910         FROM LOT-SLIP-COUNT(LOT-SUB) GIVING WS-UNSOLD-COUNT.
011920     MOVE LOT-COUNTER-ID(LOT-SUB) TO WS-WORK-SITE-ID.
011930     MOVE ZERO TO GLS-HIT-SUB.
011940     PERFORM 4310-MATCH-ONE-SITE THRU 4310-EXIT
011950         VARYING GLS-SUB FROM 1 BY 1
011960         UNTIL GLS-SUB > GLS-COUNT OR GLS-HIT-SUB > ZERO.
011970     IF GLS-HIT-SUB = ZERO
011980         GO TO 6200-EXIT
011990     END-IF.
012000     MOVE WS-WORK-SITE-ID TO WS-ENT-SITE-ID.
012010     MOVE LOT-NO(LOT-SUB) TO WS-ENT-LOT-NO.
012020     MOVE 'W' TO WS-ENT-SOURCE.
012030     MOVE GLS-WRITE-OFF(GLS-HIT-SUB) TO WS-ENT-DEBIT-ACCOUNT.
012040     MOVE GLS-COUNTER-STOCK(GLS-HIT-SUB) TO WS-ENT-CREDIT-ACCOUNT.
012050     MULTIPLY WS-UNSOLD-COUNT BY LOT-FEE(LOT-SUB)
012060         GIVING WS-ENT-AMOUNT.
012070     MOVE SPACES TO WS-ENT-NARRATIVE.
012080     STRING 'LOT ' DELIMITED BY SIZE
012090         LOT-NO(LOT-SUB) DELIMITED BY SIZE
012100         ' WRITTEN OFF' DELIMITED BY SIZE
012110         INTO WS-ENT-NARRATIVE.
012120     PERFORM 6800-ADD-ENTRY THRU 6800-EXIT.
012130 6200-EXIT.
012140     EXIT.
012150*
012160*----------------------------------------------------------------*
012170*    6800-ADD-ENTRY - ADD THE ENTRY IN HAND TO THE JOURNAL AS A
012180*    DEBIT LINE AND A CREDIT LINE OF THE SAME AMOUNT.
012190*----------------------------------------------------------------*
012200 6800-ADD-ENTRY.
012210     IF WS-ENT-AMOUNT = ZERO
012220         GO TO 6800-EXIT
012230     END-IF.
012240     IF JNL-COUNT > 298
012250         SET JNL-OVERFLOWED TO TRUE
012260         GO TO 6800-EXIT
012270     END-IF.
012280     ADD 1 TO JNL-COUNT.
012290     MOVE WS-ENT-SITE-ID TO JNL-SITE-ID(JNL-COUNT).
012300     MOVE WS-ENT-DEBIT-ACCOUNT TO JNL-ACCOUNT(JNL-COUNT).
012310     MOVE 'D' TO JNL-DEBIT-CREDIT(JNL-COUNT).
012320     MOVE WS-ENT-AMOUNT TO JNL-AMOUNT(JNL-COUNT).
012330     MOVE WS-ENT-SOURCE TO JNL-SOURCE(JNL-COUNT).
012340     MOVE WS-ENT-LOT-NO TO JNL-LOT-NO(JNL-COUNT).
012350     MOVE WS-ENT-NARRATIVE TO JNL-NARRATIVE(JNL-COUNT).
012360     ADD WS-ENT-AMOUNT TO WS-DEBIT-TOTAL.
012370     ADD 1 TO JNL-COUNT.
012380     MOVE WS-ENT-SITE-ID TO JNL-SITE-ID(JNL-COUNT).
012390     MOVE WS-ENT-CREDIT-ACCOUNT TO JNL-ACCOUNT(JNL-COUNT).
012400     MOVE 'C' TO JNL-DEBIT-CREDIT(JNL-COUNT).
012410     MOVE WS-ENT-AMOUNT TO JNL-AMOUNT(JNL-COUNT).
012420     MOVE WS-ENT-SOURCE TO JNL-SOURCE(JNL-COUNT).
012430     MOVE WS-ENT-LOT-NO TO JNL-LOT-NO(JNL-COUNT).
012440     MOVE WS-ENT-NARRATIVE TO JNL-NARRATIVE(JNL-COUNT).
012450     ADD WS-ENT-AMOUNT TO WS-CREDIT-TOTAL.
012460 6800-EXIT.
012470     EXIT.
012480*
012490*----------------------------------------------------------------*
012500*    7000-POST-JOURNAL - PROVE THE DAY BALANCES, APPEND ITS
012510*    LINES TO OMIGLJN WITH THE MATCHING LISTING ON OMIGLRP, AND
012520*    ONLY THEN RECORD THE DAY ON OMIGLCT AS POSTED. A DAY WITH
012530*    NOTHING TO POST IS STILL RECORDED, SO IT IS NOT PICKED UP
012540*    AGAIN.
012550*----------------------------------------------------------------*
012560 7000-POST-JOURNAL.
012570     IF WS-DEBIT-TOTAL NOT = WS-CREDIT-TOTAL
012580         DISPLAY 'OMIPOST: JOURNAL FOR ' WS-POST-DATE ' DOES NOT'
012590             ' BALANCE - NOTHING POSTED.'
012600         MOVE 'S' TO WS-OPS-SEVERITY
012610         MOVE 'GLJ0008' TO WS-OPS-CODE
012620         MOVE 'JOURNAL OUT OF BALANCE - NOT POSTED'
012630             TO WS-OPS-TEXT
012640         PERFORM 8800-WRITE-OPS-MESSAGE THRU 8800-EXIT
012650         SET WS-RUN-FATAL TO TRUE
012660         GO TO 7000-EXIT
012670     END-IF.
012680     OPEN EXTEND JOURNAL-FILE.
012690     IF WS-GLJ-STATUS = '35'
012700         OPEN OUTPUT JOURNAL-FILE
012710         CLOSE JOURNAL-FILE
012720         OPEN EXTEND JOURNAL-FILE
012730     END-IF.
012740     IF WS-GLJ-STATUS NOT = '00'
012750         DISPLAY 'OMIPOST: CANNOT OPEN OMIGLJN (STATUS '
012760             WS-GLJ-STATUS ') - NOTHING POSTED.'
012770         MOVE 'S' TO WS-OPS-SEVERITY
012780         MOVE 'GLJ0009' TO WS-OPS-CODE
012790         MOVE 'CANNOT OPEN GL JOURNAL FILE - NOTHING POSTED'
012800             TO WS-OPS-TEXT
012810         PERFORM 8800-WRITE-OPS-MESSAGE THRU 8800-EXIT
012820         SET WS-RUN-FATAL TO TRUE
012830         GO TO 7000-EXIT
012840     END-IF.
012850     OPEN OUTPUT JOURNAL-LIST-FILE.
012860     MOVE SPACES TO WS-PRINT-LINE.
012870     STRING 'OMIPOST - GENERAL LEDGER JOURNAL FOR '
012880         DELIMITED BY SIZE
012890         WS-POST-DATE DELIMITED BY SIZE
012900         INTO WS-PRINT-LINE.
012910     PERFORM 8700-WRITE-LIST-LINE THRU 8700-EXIT.
012920     MOVE '  LINE  SITE  ACCOUNT         DEBIT       CREDIT  NARRA
012930-        'TIVE' TO WS-PRINT-LINE.
012940     PERFORM 8700-WRITE-LIST-LINE THRU 8700-EXIT.
012950     PERFORM 7100-WRITE-ONE-LINE THRU 7100-EXIT
012960         VARYING JNL-SUB FROM 1 BY 1 UNTIL JNL-SUB > JNL-COUNT.
012970     CLOSE JOURNAL-FILE.
012980     IF JNL-COUNT = ZERO
012990         MOVE '  NOTHING TO POST FOR THE DAY' TO WS-PRINT-LINE
013000         PERFORM 8700-WRITE-LIST-LINE THRU 8700-EXIT
013010     END-IF.
013020     MOVE SPACES TO RPT-JOURNAL-LINE.
013030     MOVE ZERO TO RPT-LINE-NO.
013040     MOVE WS-DEBIT-TOTAL TO WS-AMOUNT-ED.
013050     MOVE WS-AMOUNT-ED TO RPT-DEBIT.
013060     MOVE WS-CREDIT-TOTAL TO WS-AMOUNT-ED.
013070     MOVE WS-AMOUNT-ED TO RPT-CREDIT.
013080     MOVE 'TOTAL - BALANCED' TO RPT-NARRATIVE.
013090     MOVE RPT-JOURNAL-LINE TO WS-PRINT-LINE.
013100     MOVE SPACES TO WS-PRINT-LINE(1:20).
013110     PERFORM 8700-WRITE-LIST-LINE THRU 8700-EXIT.
013120     CLOSE JOURNAL-LIST-FILE.
013130     PERFORM 7200-RECORD-DAY-POSTED THRU 7200-EXIT.
013140     DISPLAY 'OMIPOST: ' WS-LINES-WRITTEN ' JOURNAL LINE(S)'
013150         ' APPENDED TO OMIGLJN FOR ' WS-POST-DATE '.'.
013160     MOVE 'I' TO WS-OPS-SEVERITY.
013170     MOVE 'RUN0001' TO WS-OPS-CODE.
013180     MOVE 'GENERAL LEDGER JOURNAL POSTED' TO WS-OPS-TEXT.
013190     PERFORM 8800-WRITE-OPS-MESSAGE THRU 8800-EXIT.
013200 7000-EXIT.
013210     EXIT.
013220*
013230 7100-WRITE-ONE-LINE.
013240     ADD 1 TO WS-LINES-WRITTEN.
013250     MOVE WS-POST-DATE               TO GLJ-POST-DATE.
013260     MOVE WS-LINES-WRITTEN           TO GLJ-LINE-NO.
013270     MOVE JNL-SITE-ID(JNL-SUB)       TO GLJ-SITE-ID.
013280     MOVE JNL-ACCOUNT(JNL-SUB)       TO GLJ-ACCOUNT.
013290     MOVE JNL-DEBIT-CREDIT(JNL-SUB)  TO GLJ-DEBIT-CREDIT.
013300     MOVE JNL-AMOUNT(JNL-SUB)        TO GLJ-AMOUNT.
013310     MOVE JNL-SOURCE(JNL-SUB)        TO GLJ-SOURCE.
013320     MOVE JNL-LOT-NO(JNL-SUB)        TO GLJ-LOT-NO.
013330     MOVE JNL-NARRATIVE(JNL-SUB)     TO GLJ-NARRATIVE.
013340     WRITE GL-JOURNAL-RECORD.
013350     MOVE WS-LINES-WRITTEN TO RPT-LINE-NO.
013360     MOVE JNL-SITE-ID(JNL-SUB) TO RPT-SITE-ID.
013370     MOVE JNL-ACCOUNT(JNL-SUB) TO RPT-ACCOUNT.
013380     MOVE JNL-AMOUNT(JNL-SUB) TO WS-AMOUNT-ED.
013390     IF GLJ-DEBIT
013400         MOVE WS-AMOUNT-ED TO RPT-DEBIT
013410         MOVE SPACES TO RPT-CREDIT
013420     ELSE
013430         MOVE SPACES TO RPT-DEBIT
013440         MOVE WS-AMOUNT-ED TO RPT-CREDIT
013450     END-IF.
013460     MOVE JNL-NARRATIVE(JNL-SUB) TO RPT-NARRATIVE.
013470     MOVE RPT-JOURNAL-LINE TO WS-PRINT-LINE.
013480     PERFORM 8700-WRITE-LIST-LINE THRU 8700-EXIT.
013490 7100-EXIT.
013500     EXIT.
013510*
013520 7200-RECORD-DAY-POSTED.
013530     OPEN EXTEND POSTING-CONTROL-FILE.
013540     IF WS-GLC-STATUS = '35'
013550         OPEN OUTPUT POSTING-CONTROL-FILE
013560         CLOSE POSTING-CONTROL-FILE
013570         OPEN EXTEND POSTING-CONTROL-FILE
013580     END-IF.
013590     IF WS-GLC-STATUS NOT = '00'
013600         DISPLAY 'OMIPOST: CANNOT OPEN OMIGLCT (STATUS '
013610             WS-GLC-STATUS ') - ' WS-POST-DATE ' IS IN THE'
013620             ' JOURNAL BUT NOT MARKED POSTED. DO NOT RERUN.'
013630         MOVE 'S' TO WS-OPS-SEVERITY
013640         MOVE 'GLJ0010' TO WS-OPS-CODE
013650         MOVE 'DAY POSTED BUT NOT RECORDED ON OMIGLCT'
013660             TO WS-OPS-TEXT
013670         PERFORM 8800-WRITE-OPS-MESSAGE THRU 8800-EXIT
013680         GO TO 7200-EXIT
013690     END-IF.
013700     MOVE WS-POST-DATE     TO GLC-POST-DATE.
013710     MOVE WS-CURRENT-DATE  TO GLC-RUN-DATE.
013720     ACCEPT GLC-RUN-TIME FROM TIME.
013730     MOVE WS-LINES-WRITTEN TO GLC-LINE-COUNT.
013740     MOVE WS-DEBIT-TOTAL   TO GLC-DEBIT-TOTAL.
013750     MOVE WS-CREDIT-TOTAL  TO GLC-CREDIT-TOTAL.
013760     WRITE GL-POSTING-CONTROL-RECORD.
013770     CLOSE POSTING-CONTROL-FILE.
013780 7200-EXIT.
013790     EXIT.
013800*
013810*----------------------------------------------------------------*
013820*    8700-WRITE-LIST-LINE - PUT THE LINE IN HAND ON THE JOURNAL
013830*    LISTING AND ECHO IT TO THE CONSOLE.
013840*----------------------------------------------------------------*
013850 8700-WRITE-LIST-LINE.
013860     WRITE JOURNAL-LIST-RECORD FROM WS-PRINT-LINE.
013870     DISPLAY WS-PRINT-LINE.
013880 8700-EXIT.
013890     EXIT.
013900*
013910*----------------------------------------------------------------*
013920*    8000-EDIT-NUMERIC-ENTRY - RIGHT-JUSTIFY AND ZERO-FILL A
013930*    TYPED ENTRY SO '42' EDITS TO 00000042. A BLANK ENTRY EDITS
013940*    TO ZERO. ANYTHING ELSE NON-NUMERIC IS REJECTED.
013950*----------------------------------------------------------------*
013960 8000-EDIT-NUMERIC-ENTRY.
013970     SET WS-ENTRY-NOT-VALID TO TRUE.
013980     MOVE ZERO TO WS-ENTRY-NUMBER.
013990     IF WS-ENTRY-INPUT = SPACES
014000         SET WS-ENTRY-VALID TO TRUE
014010         GO TO 8000-EXIT
014020     END-IF.
014030     MOVE WS-ENTRY-INPUT TO WS-ENTRY-EDITED.
014040     PERFORM 8100-SHIFT-ENTRY-RIGHT THRU 8100-EXIT
014050         UNTIL WS-ENTRY-EDITED(8:1) NOT = SPACE.
014060     INSPECT WS-ENTRY-EDITED REPLACING LEADING ' ' BY '0'.
014070     IF WS-ENTRY-EDITED IS NUMERIC
014080         MOVE WS-ENTRY-EDITED TO WS-ENTRY-NUMBER
014090         SET WS-ENTRY-VALID TO TRUE
014100     END-IF.
014110 8000-EXIT.
014120     EXIT.
014130*
014140 8100-SHIFT-ENTRY-RIGHT.
014150     MOVE WS-ENTRY-EDITED(1:7) TO WS-ENTRY-HOLD.
014160     MOVE '0' TO WS-ENTRY-EDITED(1:1).
014170     MOVE WS-ENTRY-HOLD TO WS-ENTRY-EDITED(2:7).
014180 8100-EXIT.
014190     EXIT.
014200*
014210*----------------------------------------------------------------*
014220*    8800-WRITE-OPS-MESSAGE - APPEND THE MESSAGE IN HAND TO THE
014230*    OMIOPSL OPERATIONS LOG AND RAISE THE RUN'S WORST SEVERITY,
014240*    WHICH BECOMES THE RETURN CODE. OPENED AND CLOSED PER
014250*    MESSAGE SO CONCURRENT JOBS INTERLEAVE WHOLE RECORDS. A LOG
014260*    THAT CANNOT BE OPENED LOSES THE MESSAGE BUT NEVER STOPS
014270*    THE RUN - THE JOB LOG DISPLAY HAS ALREADY BEEN MADE.
014280*----------------------------------------------------------------*
014290 8800-WRITE-OPS-MESSAGE.
014300     IF WS-OPS-SEVERITY = 'S'
014310         MOVE 8 TO WS-HIGHEST-SEVERITY
014320     END-IF.
014330     IF WS-OPS-SEVERITY = 'W' AND WS-HIGHEST-SEVERITY < 4
014340         MOVE 4 TO WS-HIGHEST-SEVERITY
014350     END-IF.
014360     ACCEPT WS-OPS-TIME FROM TIME.
014370     OPEN EXTEND OPS-MESSAGE-FILE.
014380     IF WS-OPS-STATUS = '35'
014390         OPEN OUTPUT OPS-MESSAGE-FILE
014400         CLOSE OPS-MESSAGE-FILE
014410         OPEN EXTEND OPS-MESSAGE-FILE
014420     END-IF.
014430     IF WS-OPS-STATUS NOT = '00'
014440         DISPLAY 'OMIOPSL: CANNOT OPEN OPS LOG (STATUS '
014450             WS-OPS-STATUS ') - MESSAGE LOST.'
014460         GO TO 8800-EXIT
014470     END-IF.
014480     MOVE WS-CURRENT-DATE TO OPR-MSG-DATE.
014490     MOVE WS-OPS-TIME     TO OPR-MSG-TIME.
014500     MOVE 'OMIPOST '      TO OPR-PROGRAM-ID.
014510     MOVE WS-OPS-SEVERITY TO OPR-SEVERITY.
014520     MOVE WS-OPS-CODE     TO OPR-MSG-CODE.
014530     MOVE WS-OPS-TEXT     TO OPR-MSG-TEXT.
014540     WRITE OPS-MESSAGE-RECORD.
014550     CLOSE OPS-MESSAGE-FILE.
014560 8800-EXIT.
014570     EXIT.
014580*
014590*----------------------------------------------------------------*
014600*    9000-TERMINATE - END THE RUN.
014610*----------------------------------------------------------------*
014620 9000-TERMINATE.
014630     DISPLAY 'OMIPOST: RUN COMPLETE.'.
014640 9000-EXIT.
014650     EXIT.
