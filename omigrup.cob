000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. OMIGRUP.
000030 AUTHOR. T. SATO.
000040 INSTALLATION. SHRINE SYSTEMS SECTION.
000050 DATE-WRITTEN. 2026-10-06.
000060 DATE-COMPILED.
000070*
000080*    MODIFICATION HISTORY.
000090*    DATE       INIT  DESCRIPTION
000100*    ---------- ----  -----------------------------------------
000110*    2026-10-06 TS    ORIGINAL VERSION. GROUP AND TOUR-OPERATOR
000120*                      ORDERS, REPLACING SLIPS PULLED ONE STICK AT
000130*                      A TIME THROUGH OMITELL AND THE HAND-WRITTEN
000140*                      BILL. TAKES AN ORDER (CUSTOMER, SITE,
000150*                      QUANTITY, AGREED FEE PER SLIP) ONTO
000160*                      OMIGORD; ALLOCATES IT FROM THE OLDEST LOTS
000170*                      HELD AT THAT SITE'S COUNTER, MARKING EVERY
000180*                      SLIP ISSUED ON OMIISSU SO NO TELLER CAN
000190*                      SERVE IT AGAIN, POSTING THE SOLD MOVEMENTS
000200*                      TO OMISTKF AND THE SERIALS TO OMIGALC;
000210*                      PRINTS A NUMBERED INVOICE ON OMIINVP AND
000220*                      RAISES IT ON THE OMIARLG RECEIVABLES
000230*                      LEDGER; APPLIES PAYMENTS; AND PRINTS THE
000240*                      AGED UNPAID-INVOICE REPORT ON OMIAGED.
000250*                      CLERK AUTHORITY OR ABOVE.
000260*    2026-10-12 TS    SLIPS PULLED FOR A GROUP ORDER ARE POSTED TO
000270*                      OMISTKF AS GROUP-SOLD (G) MOVEMENTS, SO THE
000280*                      NIGHTLY JOURNAL BOOKS THEM AGAINST THE
000290*                      INVOICE INSTEAD OF AS COUNTER CASH SALES.
000300*                      AN OMIGALC THAT CANNOT BE OPENED STOPS THE
000310*                      ALLOCATION BEFORE A SLIP IS PULLED, AND AN
000320*                      OMISTKF THAT CANNOT BE OPENED STOPS IT WITH
000330*                      A SEVERE MESSAGE ON THE NEW OMIOPSL LOG -
000340*                      THE LOT'S SLIPS ARE LEFT OFF THE INVOICE.
000341*    2026-10-14 TS    OMIARLG IS OPENED AND CHECKED BEFORE ANY
000342*                      SLIP IS PULLED, AND AN INVOICE NUMBER IS
000343*                      ONLY USED ONCE OMIINVC HAS BEEN REWRITTEN;
000344*                      EITHER FAILURE ABANDONS THE ALLOCATION WITH
000345*                      A SEVERE MESSAGE. A PAYMENT OR ORDER THAT
000346*                      CANNOT BE WRITTEN IS REFUSED THE SAME WAY
000347*                      AND IS NOT APPLIED OR NUMBERED.
000350*
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT ORDER-FILE ASSIGN TO "OMIGORD"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-GOR-STATUS.
000420     SELECT ALLOCATION-FILE ASSIGN TO "OMIGALC"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-GAL-STATUS.
000450     SELECT RECEIVABLE-FILE ASSIGN TO "OMIARLG"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-ARL-STATUS.
000480     SELECT INVOICE-CONTROL-FILE ASSIGN TO "OMIINVC"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-INC-STATUS.
000510     SELECT INVOICE-PRINT-FILE ASSIGN TO "OMIINVP"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-INP-STATUS.
000540     SELECT AGED-REPORT-FILE ASSIGN TO "OMIAGED"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-AGD-STATUS.
000570     SELECT MANIFEST-FILE ASSIGN TO "OMIMANF"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-MAN-STATUS.
000600     SELECT STOCK-FILE ASSIGN TO "OMISTKF"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-STK-STATUS.
000630     SELECT ISSUED-FILE ASSIGN TO "OMIISSU"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-ISS-STATUS.
000660     SELECT SITE-FILE ASSIGN TO "OMISITE"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-SIT-STATUS.
000690     SELECT BUSINESS-DATE-FILE ASSIGN TO "OMIBDAT"
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS WS-BDT-STATUS.
000720     SELECT OPERATOR-FILE ASSIGN TO "OMIOPER"
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS WS-OPM-STATUS.
000750     SELECT ACCESS-LOG-FILE ASSIGN TO "OMIACCL"
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS WS-ACL-STATUS.
000780     SELECT OPS-MESSAGE-FILE ASSIGN TO "OMIOPSL"
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS WS-OPS-STATUS.
000810*
000820 DATA DIVISION.
000830 FILE SECTION.
000840 FD  ORDER-FILE
000850     RECORD CONTAINS 73 CHARACTERS.
000860 COPY OMGORFD.
000870*
000880 FD  ALLOCATION-FILE
000890     RECORD CONTAINS 39 CHARACTERS.
000900 COPY OMGALFD.
000910*
000920 FD  RECEIVABLE-FILE
000930     RECORD CONTAINS 83 CHARACTERS.
000940 COPY OMARLFD.
000950*
000960 FD  INVOICE-CONTROL-FILE
000970     RECORD CONTAINS 6 CHARACTERS.
000980 COPY OMINCFD.
000990*
001000 FD  INVOICE-PRINT-FILE
001010     RECORD CONTAINS 80 CHARACTERS.
001020 01  INVOICE-PRINT-RECORD         PIC X(80).
001030*
001040 FD  AGED-REPORT-FILE
001050     RECORD CONTAINS 80 CHARACTERS.
001060 01  AGED-REPORT-RECORD           PIC X(80).
001070*
001080 FD  MANIFEST-FILE
001090     RECORD CONTAINS 93 CHARACTERS.
001100 COPY OMMANFD.
001110*
001120 FD  STOCK-FILE
001130     RECORD CONTAINS 39 CHARACTERS.
001140 COPY OMSTKFD.
001150*
001160 FD  ISSUED-FILE
001170     RECORD CONTAINS 38 CHARACTERS.
001180 COPY OMISSFD.
001190*
001200 FD  SITE-FILE
001210     RECORD CONTAINS 4 CHARACTERS.
001220 COPY OMSITFD.
001230*
001240 FD  BUSINESS-DATE-FILE
001250     RECORD CONTAINS 32 CHARACTERS.
001260 COPY OMBDTFD.
001270*
001280 FD  OPERATOR-FILE
001290     RECORD CONTAINS 60 CHARACTERS.
001300 COPY OMOPRFD.
001310*
001320 FD  ACCESS-LOG-FILE
001330     RECORD CONTAINS 93 CHARACTERS.
001340 COPY OMACLFD.
001350*
001360 FD  OPS-MESSAGE-FILE
001370     RECORD CONTAINS 93 CHARACTERS.
001380 COPY OMOPMFD.
001390*
001400 WORKING-STORAGE SECTION.
001410 01  WS-CURRENT-DATE              PIC 9(08).
001420 01  WS-BDT-STATUS                PIC X(02).
001430 01  WS-CURRENT-TIME              PIC 9(08).
001440 01  WS-GOR-STATUS                PIC X(02).
001450 01  WS-GAL-STATUS                PIC X(02).
001460 01  WS-ARL-STATUS                PIC X(02).
001470 01  WS-INC-STATUS                PIC X(02).
001480 01  WS-INP-STATUS                PIC X(02).
001490 01  WS-AGD-STATUS                PIC X(02).
001500 01  WS-MAN-STATUS                PIC X(02).
001510 01  WS-STK-STATUS                PIC X(02).
001520 01  WS-ISS-STATUS                PIC X(02).
001530 01  WS-SIT-STATUS                PIC X(02).
001540 01  WS-SITE-ID                   PIC X(04) VALUE 'MAIN'.
001550 01  WS-CMD                       PIC X(01).
001560 01  WS-ANSWER                    PIC X(01).
001570 01  WS-OPERATOR-ID               PIC X(08).
001580 01  WS-USER-DONE-SWITCH          PIC X(01) VALUE 'N'.
001590     88  WS-USER-DONE                  VALUE 'Y'.
001600 01  WS-MENU-TRIES                PIC 9(02) COMP VALUE ZERO.
001610 01  WS-MENU-TRY-LIMIT            PIC 9(02) COMP VALUE 5.
001620 01  WS-OPER-TRIES                PIC 9(02) COMP.
001630*
001640*    OPERATIONS MESSAGE IN HAND AND THE WORST SEVERITY SEEN
001650*    THIS RUN - 0 CLEAN, 4 WARNING, 8 SEVERE - WHICH BECOMES
001660*    THE RETURN CODE AT END OF RUN.
001670 01  WS-OPS-STATUS                PIC X(02).
001680 01  WS-OPS-TIME                  PIC 9(08).
001690 01  WS-OPS-SEVERITY              PIC X(01).
001700 01  WS-OPS-CODE                  PIC X(08).
001710 01  WS-OPS-TEXT                  PIC X(60).
001720 01  WS-HIGHEST-SEVERITY          PIC 9(01) VALUE ZERO.
001730*
001740*    THE OPERATOR SIGNING ON, AS FOUND ON THE OMIOPER MASTER, AND
001750*    THE ACCESS EVENT IN HAND FOR THE OMIACCL ACCESS LOG -
001760*    S SIGN-ON, R REFUSAL, P PRIVILEGED ACTION.
001770 01  WS-OPM-STATUS                PIC X(02).
001780 01  WS-ACL-STATUS                PIC X(02).
001790 01  WS-ACL-TIME                  PIC 9(08).
001800 01  WS-ACL-EVENT                 PIC X(01).
001810 01  WS-ACL-TEXT                  PIC X(60).
001820 01  WS-OPER-PIN                  PIC X(04).
001830 01  WS-OPER-FILE-PIN             PIC X(04).
001840 01  WS-OPER-NAME                 PIC X(30).
001850 01  WS-OPER-LEVEL                PIC X(01).
001860     88  WS-OPER-SUPERVISOR            VALUE 'S'.
001870     88  WS-OPER-CLERK                 VALUE 'C'.
001880     88  WS-OPER-TELLER                VALUE 'T'.
001890 01  WS-OPER-STATE                PIC X(01).
001900     88  WS-OPER-ACTIVE                VALUE 'A'.
001910 01  WS-OPM-SWITCH                PIC X(01) VALUE 'N'.
001920     88  WS-OPM-FOUND                  VALUE 'Y'.
001930     88  WS-OPM-NOT-FOUND              VALUE 'N'.
001940     88  WS-OPM-MISSING                VALUE 'M'.
001950*
001960*    NUMERIC ENTRY EDITING - TYPED INPUT SITS AT THE LEFT OF
001970*    THE FIELD WITH TRAILING SPACES, SO THE DIGITS ARE SHIFTED
001980*    TO THE RIGHT AND ZERO-FILLED BEFORE THE NUMERIC TEST.
001990 01  WS-ENTRY-INPUT               PIC X(08).
002000 01  WS-ENTRY-EDITED              PIC X(08).
002010 01  WS-ENTRY-HOLD                PIC X(07).
002020 01  WS-ENTRY-NUMBER              PIC 9(08).
002030 01  WS-ENTRY-SWITCH              PIC X(01) VALUE 'N'.
002040     88  WS-ENTRY-VALID                VALUE 'Y'.
002050     88  WS-ENTRY-NOT-VALID            VALUE 'N'.
002060*
002070*    THE ORDER BEING KEYED, AND THE NEXT ORDER NUMBER - ONE
002080*    PAST THE HIGHEST ON OMIGORD.
002090 01  WS-LAST-ORDER-NO             PIC 9(05) VALUE ZERO.
002100 01  WS-NEW-CUSTOMER              PIC X(30).
002110 01  WS-NEW-SITE-ID               PIC X(04).
002120 01  WS-NEW-VISIT-DATE            PIC 9(08).
002130 01  WS-NEW-QUANTITY              PIC 9(05).
002140 01  WS-NEW-FEE                   PIC 9(05).
002150 01  WS-COUNTER-INPUT             PIC X(04).
002160*
002170*    ORDERS STILL OPEN - ON OMIGORD WITH NO INVOICE ON THE
002180*    RECEIVABLES LEDGER YET.
002190 01  ORD-TABLE.
002200     05  ORD-ENTRY OCCURS 300 TIMES.
002210         10  ORD-ORDER-NO         PIC 9(05).
002220         10  ORD-ORDER-DATE       PIC 9(08).
002230         10  ORD-CUSTOMER         PIC X(30).
002240         10  ORD-SITE-ID          PIC X(04).
002250         10  ORD-VISIT-DATE       PIC 9(08).
002260         10  ORD-QUANTITY         PIC 9(05).
002270         10  ORD-FEE              PIC 9(05).
002280         10  ORD-OPEN-SWITCH      PIC X(01).
002290             88  ORD-OPEN             VALUE 'Y'.
002300 01  ORD-COUNT                    PIC 9(03) COMP VALUE ZERO.
002310 01  ORD-SUB                      PIC 9(03) COMP.
002320 01  ORD-HIT-SUB                  PIC 9(03) COMP.
002330 01  ORD-TABLE-LIMIT              PIC 9(03) COMP VALUE 300.
002340 01  WS-WORK-ORDER-NO             PIC 9(05).
002350*
002360*    EVERY INVOICE ON THE RECEIVABLES LEDGER WITH ITS PAYMENTS
002370*    TO DATE. THE UNPAID BALANCE IS THE AMOUNT LESS THE PAID.
002380 01  INV-TABLE.
002390     05  INV-ENTRY OCCURS 2000 TIMES.
002400         10  INV-INVOICE-NO       PIC 9(06).
002410         10  INV-ORDER-NO         PIC 9(05).
002420         10  INV-INVOICE-DATE     PIC 9(08).
002430         10  INV-CUSTOMER         PIC X(30).
002440         10  INV-SITE-ID          PIC X(04).
002450         10  INV-AMOUNT           PIC 9(11).
002460         10  INV-PAID             PIC 9(11).
002470 01  INV-COUNT                    PIC 9(04) COMP VALUE ZERO.
002480 01  INV-SUB                      PIC 9(04) COMP.
002490 01  INV-HIT-SUB                  PIC 9(04) COMP.
002500 01  INV-TABLE-LIMIT              PIC 9(04) COMP VALUE 2000.
002510 01  WS-INV-FULL-SWITCH           PIC X(01) VALUE 'N'.
002520     88  WS-INV-TABLE-FULL             VALUE 'Y'.
002530 01  WS-WORK-INVOICE-NO           PIC 9(06).
002532 01  WS-INVNO-FAIL-SWITCH         PIC X(01) VALUE 'N'.
002534     88  WS-INVOICE-NO-FAILED          VALUE 'Y'.
002540 01  WS-UNPAID                    PIC 9(11).
002550 01  WS-PAYMENT-AMOUNT            PIC 9(11).
002560 01  WS-PAYMENT-INPUT             PIC X(11).
002570 01  WS-PAYMENT-REFERENCE         PIC X(10).
002580 01  WS-ORPHAN-PAYMENTS           PIC 9(05) VALUE ZERO.
002590*
002600*    LOTS ON THE MANIFEST, BALANCED AGAINST THE STOCK LEDGER
002610*    THE SAME WAY THE STOCK REPORT DOES, SO AN ORDER IS ONLY
002620*    EVER ALLOCATED FROM STOCK THE REPORT SAYS IS THERE.
002630 01  LOT-TABLE.
002640     05  LOT-ENTRY OCCURS 500 TIMES.
002650         10  LOT-LOT-NO           PIC 9(05).
002660         10  LOT-FIRST-SLIP-NO    PIC 9(05).
002670         10  LOT-LAST-SLIP-NO     PIC 9(05).
002680         10  LOT-DRAWN-COUNT      PIC 9(05).
002690         10  LOT-SOLD-COUNT       PIC 9(07).
002700         10  LOT-RECV-SWITCH      PIC X(01).
002710             88  LOT-RECEIVED         VALUE 'Y'.
002720         10  LOT-VOID-SWITCH      PIC X(01).
002730             88  LOT-VOIDED           VALUE 'Y'.
002740         10  LOT-COUNTER-ID       PIC X(04).
002750 01  LOT-COUNT                    PIC 9(03) COMP VALUE ZERO.
002760 01  LOT-SUB                      PIC 9(03) COMP.
002770 01  LOT-HIT-SUB                  PIC 9(03) COMP.
002780 01  LOT-TABLE-LIMIT              PIC 9(03) COMP VALUE 500.
002790 01  WS-WORK-LOT-NO               PIC 9(05).
002800 01  WS-LOT-REMAINING             PIC S9(07).
002810 01  WS-AVAILABLE                 PIC 9(07).
002820*
002830*    ONE FLAG PER POSSIBLE SERIAL OF THE LOT BEING ALLOCATED -
002840*    Y ONCE THE SLIP HAS BEEN SERVED, AS THE TELLER KEEPS IT.
002850 01  ISS-FLAG-TABLE.
002860     05  ISS-FLAG                 PIC X(01) OCCURS 99999 TIMES.
002870 01  WS-SERIAL                    PIC 9(05).
002880*
002890*    ALLOCATION IN PROGRESS - SLIPS STILL TO FIND, SLIPS TAKEN
002900*    FROM THE LOT IN HAND, AND THE RUN OF CONSECUTIVE SERIALS
002910*    BEING BUILT FOR OMIGALC AND THE INVOICE.
002920 01  WS-STILL-NEEDED              PIC 9(05).
002930 01  WS-LOT-WANTED                PIC 9(05).
002940 01  WS-LOT-TAKEN                 PIC 9(05).
002950 01  WS-ALLOCATED                 PIC 9(05).
002960 01  WS-INVOICE-AMOUNT            PIC 9(11).
002970 01  WS-RUN-SWITCH                PIC X(01) VALUE 'N'.
002980     88  WS-RUN-OPEN                   VALUE 'Y'.
002990 01  WS-RUN-FIRST-SLIP            PIC 9(05).
003000 01  WS-RUN-LAST-SLIP             PIC 9(05).
003010 01  WS-RUN-QUANTITY              PIC 9(05).
003020 01  WS-ISSUE-FAIL-SWITCH         PIC X(01) VALUE 'N'.
003030     88  WS-ISSUE-FAILED               VALUE 'Y'.
003040 01  WS-STOCK-FAIL-SWITCH         PIC X(01) VALUE 'N'.
003050     88  WS-STOCK-POST-FAILED          VALUE 'Y'.
003060*
003070*    THE RUNS PRINTED ON THE INVOICE. ANY BEYOND THE TABLE ARE
003080*    STILL ON OMIGALC AND THE INVOICE SAYS SO.
003090 01  RUN-TABLE.
003100     05  RUN-ENTRY OCCURS 100 TIMES.
003110         10  RUN-LOT-NO           PIC 9(05).
003120         10  RUN-FIRST-SLIP-NO    PIC 9(05).
003130         10  RUN-LAST-SLIP-NO     PIC 9(05).
003140         10  RUN-QUANTITY         PIC 9(05).
003150 01  RUN-COUNT                    PIC 9(03) COMP VALUE ZERO.
003160 01  RUN-SUB                      PIC 9(03) COMP.
003170 01  RUN-OVERFLOW-COUNT           PIC 9(05) VALUE ZERO.
003180*
003190*    AGING CUTOFFS - AN INVOICE DATED AFTER THE 30-DAY CUTOFF IS
003200*    CURRENT, AFTER THE 60-DAY CUTOFF 31-60 DAYS OLD, AFTER THE
003210*    90-DAY CUTOFF 61-90 DAYS OLD, AND OLDER THAN THAT OVER 90.
003220 01  WS-CUTOFF-30                 PIC 9(08).
003230 01  WS-CUTOFF-60                 PIC 9(08).
003240 01  WS-CUTOFF-90                 PIC 9(08).
003250 01  AGE-TOTALS.
003260     05  AGE-TOTAL                PIC 9(11) OCCURS 4 TIMES.
003270 01  AGE-SUB                      PIC 9(01) COMP.
003280 01  WS-AGED-COUNT                PIC 9(05) VALUE ZERO.
003290*
003300*    CALENDAR WORK FIELDS FOR THE CUTOFFS - THE BUSINESS DATE
003310*    STEPPED BACK ONE DAY AT A TIME, WITH MONTH AND LEAP-YEAR
003320*    BORROWS, UNTIL THE DAYS ARE USED UP.
003330 01  DTE-WORK-DATE.
003340     05  DTE-YEAR                 PIC 9(04).
003350     05  DTE-MONTH                PIC 9(02).
003360     05  DTE-DAY                  PIC 9(02).
003370 01  DTE-WORK-DATE-N REDEFINES DTE-WORK-DATE
003380                                  PIC 9(08).
003390 01  DTE-DAYS-LEFT                PIC 9(03) COMP.
003400 01  DTE-QUOTIENT                 PIC 9(04) COMP.
003410 01  DTE-REMAINDER                PIC 9(04) COMP.
003420 01  DTE-MONTH-TABLE-VALUES       PIC X(24)
003430     VALUE '312831303130313130313031'.
003440 01  DTE-MONTH-TABLE REDEFINES DTE-MONTH-TABLE-VALUES.
003450     05  DTE-MONTH-LEN            PIC 9(02) OCCURS 12 TIMES.
003460*
003470*    PRINT LINE WORK AREAS FOR THE INVOICE AND THE AGED REPORT.
003480 01  WS-PRINT-LINE                PIC X(80).
003490 01  WS-AMOUNT-ED                 PIC Z(9)9.
003500 01  WS-QUANTITY-ED               PIC Z(4)9.
003510 01  WS-FEE-ED                    PIC Z(4)9.
003520 01  RPT-RUN-LINE.
003530     05  FILLER                   PIC X(03) VALUE SPACES.
003540     05  RPT-LOT-NO               PIC 9(05).
003550     05  FILLER                   PIC X(04) VALUE SPACES.
003560     05  RPT-FIRST-SLIP-NO        PIC 9(05).
003570     05  FILLER                   PIC X(03) VALUE ' - '.
003580     05  RPT-LAST-SLIP-NO         PIC 9(05).
003590     05  FILLER                   PIC X(06) VALUE SPACES.
003600     05  RPT-QUANTITY             PIC Z(4)9.
003610     05  FILLER                   PIC X(44) VALUE SPACES.
003620 01  RPT-AGED-LINE.
003630     05  FILLER                   PIC X(01) VALUE SPACE.
003640     05  RPT-INVOICE-NO           PIC 9(06).
003650     05  FILLER                   PIC X(01) VALUE SPACE.
003660     05  RPT-INVOICE-DATE         PIC 9(08).
003670     05  FILLER                   PIC X(01) VALUE SPACE.
003680     05  RPT-CUSTOMER             PIC X(16).
003690     05  RPT-AGE-COLUMN OCCURS 4 TIMES.
003700         10  FILLER               PIC X(01).
003710         10  RPT-AGE-AMOUNT       PIC X(10).
003720     05  FILLER                   PIC X(03) VALUE SPACES.
003730*
003740 PROCEDURE DIVISION.
003750 0000-MAINLINE SECTION.
003760     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003770     PERFORM 2000-PROCESS-ONE-COMMAND THRU 2000-EXIT
003780         UNTIL WS-USER-DONE.
003790     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003800     MOVE WS-HIGHEST-SEVERITY TO RETURN-CODE.
003810     STOP RUN.
003820*
003830*----------------------------------------------------------------*
003840*    1000-INITIALIZE - GET THE BUSINESS DATE, SIGN THE OPERATOR
003850*    ON, PICK UP THE SITE, AND LOAD THE RECEIVABLES LEDGER AND
003860*    THE ORDERS NOT YET INVOICED.
003870*----------------------------------------------------------------*
003880 1000-INITIALIZE.
003890     PERFORM 1010-LOAD-BUSINESS-DATE THRU 1010-EXIT.
003900     PERFORM 1100-GET-OPERATOR-ID THRU 1100-EXIT.
003910     IF WS-USER-DONE
003920         GO TO 1000-EXIT
003930     END-IF.
003940     PERFORM 1050-LOAD-SITE-ID THRU 1050-EXIT.
003950     PERFORM 1200-LOAD-RECEIVABLES THRU 1200-EXIT.
003960     PERFORM 1300-LOAD-ORDERS THRU 1300-EXIT.
003970     DISPLAY 'OMIGRUP: ' ORD-COUNT ' ORDER(S) OPEN, ' INV-COUNT
003980         ' INVOICE(S) ON THE LEDGER.'.
003990 1000-EXIT.
004000     EXIT.
004010*
004020*----------------------------------------------------------------*
004030*    1010-LOAD-BUSINESS-DATE - THE SHRINE DAY COMES FROM THE
004040*    OMIBDAT CONTROL RECORD, NOT THE MACHINE CLOCK, SO A RUN
004050*    PAST MIDNIGHT STAYS ON THE DAY IT BELONGS TO. WITH NO
004060*    USABLE RECORD ON FILE THE MACHINE DATE IS TAKEN.
004070*----------------------------------------------------------------*
004080 1010-LOAD-BUSINESS-DATE.
004090     MOVE ZERO TO WS-CURRENT-DATE.
004100     OPEN INPUT BUSINESS-DATE-FILE.
004110     IF WS-BDT-STATUS NOT = '35'
004120         READ BUSINESS-DATE-FILE
004130             AT END
004140                 CONTINUE
004150         END-READ
004160         IF WS-BDT-STATUS = '00'
004170          AND BDR-BUSINESS-DATE IS NUMERIC
004180             MOVE BDR-BUSINESS-DATE TO WS-CURRENT-DATE
004190         END-IF
004200         CLOSE BUSINESS-DATE-FILE
004210     END-IF.
004220     IF WS-CURRENT-DATE = ZERO
004230         ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
004240         DISPLAY 'OMIBDAT: NO BUSINESS DATE ON FILE - USING THE'
004250             ' MACHINE DATE ' WS-CURRENT-DATE '.'
004260     END-IF.
004270 1010-EXIT.
004280     EXIT.
004290*
004300*----------------------------------------------------------------*
004310*    1050-LOAD-SITE-ID - PICK UP THIS INSTALLATION'S SITE FROM
004320*    OMISITE. A MISSING OR EMPTY FILE LEAVES THE DEFAULT, MAIN.
004330*    IT IS THE DEFAULT SITE FOR A NEW ORDER.
004340*----------------------------------------------------------------*
004350 1050-LOAD-SITE-ID.
004360     OPEN INPUT SITE-FILE.
004370     IF WS-SIT-STATUS NOT = '35'
004380         READ SITE-FILE
004390             AT END
004400                 CONTINUE
004410         END-READ
004420         IF WS-SIT-STATUS = '00'
004430          AND STR-SITE-ID NOT = SPACES
004440             MOVE STR-SITE-ID TO WS-SITE-ID
004450         END-IF
004460         CLOSE SITE-FILE
004470     END-IF.
004480 1050-EXIT.
004490     EXIT.
004500*
004510*----------------------------------------------------------------*
004520*    1100-GET-OPERATOR-ID - ORDERS, INVOICES AND PAYMENTS ARE
004530*    ALL WRITTEN UNDER THE OPERATOR'S NAME, SO THE RUN DOES NOT
004540*    PROCEED WITHOUT AN OPERATOR WHO IS ON THE OMIOPER MASTER,
004550*    ACTIVE, GIVES THE RIGHT PIN AND HOLDS CLERK AUTHORITY OR
004560*    ABOVE. EVERY SIGN-ON AND EVERY REFUSAL GOES TO THE OMIACCL
004570*    ACCESS LOG.
004580*----------------------------------------------------------------*
004590 1100-GET-OPERATOR-ID.
004600     MOVE ZERO TO WS-OPER-TRIES.
004610     MOVE SPACES TO WS-OPERATOR-ID.
004620     PERFORM 1110-PROMPT-OPERATOR THRU 1110-EXIT
004630         UNTIL WS-OPERATOR-ID NOT = SPACES
004640            OR WS-OPER-TRIES > WS-MENU-TRY-LIMIT.
004650     IF WS-OPERATOR-ID = SPACES
004660         DISPLAY 'OMIGRUP: NO OPERATOR GIVEN - ENDING THE RUN.'
004670         SET WS-USER-DONE TO TRUE
004680         GO TO 1100-EXIT
004690     END-IF.
004700     DISPLAY 'PIN: ' WITH NO ADVANCING.
004710     ACCEPT WS-OPER-PIN.
004720     PERFORM 1120-FIND-OPERATOR THRU 1120-EXIT.
004730     PERFORM 1130-CHECK-OPERATOR THRU 1130-EXIT.
004740     IF WS-ACL-TEXT NOT = SPACES
004750         MOVE 'R' TO WS-ACL-EVENT
004760         PERFORM 8700-WRITE-ACCESS-LOG THRU 8700-EXIT
004770         DISPLAY 'OMIGRUP: SIGN-ON REFUSED - ' WS-ACL-TEXT
004780         SET WS-USER-DONE TO TRUE
004790         GO TO 1100-EXIT
004800     END-IF.
004810     MOVE 'S' TO WS-ACL-EVENT.
004820     IF WS-OPER-SUPERVISOR
004830         MOVE 'SIGNED ON - SUPERVISOR' TO WS-ACL-TEXT
004840     ELSE
004850         MOVE 'SIGNED ON - CLERK' TO WS-ACL-TEXT
004860     END-IF.
004870     PERFORM 8700-WRITE-ACCESS-LOG THRU 8700-EXIT.
004880     DISPLAY 'OMIGRUP: SIGNED ON AS ' WS-OPER-NAME.
004890 1100-EXIT.
004900     EXIT.
004910*
004920 1110-PROMPT-OPERATOR.
004930     ADD 1 TO WS-OPER-TRIES.
004940     DISPLAY 'OPERATOR (UP TO 8 CHARACTERS): '
004950         WITH NO ADVANCING.
004960     ACCEPT WS-OPERATOR-ID.
004970 1110-EXIT.
004980     EXIT.
004990*
005000*----------------------------------------------------------------*
005010*    1120-FIND-OPERATOR - LOOK THE OPERATOR UP ON THE OMIOPER
005020*    MASTER AND KEEP THE PARTICULARS THE SIGN-ON CHECK NEEDS. A
005030*    MISSING MASTER IS NOTED SO THE REFUSAL CAN SAY SO.
005040*----------------------------------------------------------------*
005050 1120-FIND-OPERATOR.
005060     SET WS-OPM-NOT-FOUND TO TRUE.
005070     OPEN INPUT OPERATOR-FILE.
005080     IF WS-OPM-STATUS = '35'
005090         SET WS-OPM-MISSING TO TRUE
005100         GO TO 1120-EXIT
005110     END-IF.
005120     PERFORM 1125-READ-ONE-OPERATOR THRU 1125-EXIT
005130         UNTIL WS-OPM-STATUS = '10' OR WS-OPM-FOUND.
005140     CLOSE OPERATOR-FILE.
005150 1120-EXIT.
005160     EXIT.
005170*
005180 1125-READ-ONE-OPERATOR.
005190     READ OPERATOR-FILE
005200         AT END
005210             MOVE '10' TO WS-OPM-STATUS
005220     END-READ.
005230     IF WS-OPM-STATUS = '10'
005240         GO TO 1125-EXIT
005250     END-IF.
005260     IF OPM-OPERATOR-ID = WS-OPERATOR-ID
005270         SET WS-OPM-FOUND TO TRUE
005280         MOVE OPM-OPERATOR-NAME TO WS-OPER-NAME
005290         MOVE OPM-PIN           TO WS-OPER-FILE-PIN
005300         MOVE OPM-AUTH-LEVEL    TO WS-OPER-LEVEL
005310         MOVE OPM-STATUS        TO WS-OPER-STATE
005320     END-IF.
005330 1125-EXIT.
005340     EXIT.
005350*
005360*----------------------------------------------------------------*
005370*    1130-CHECK-OPERATOR - DECIDE WHETHER THE OPERATOR MAY SIGN
005380*    ON, LEAVING THE REASON FOR A REFUSAL IN THE ACCESS-LOG TEXT
005390*    (SPACES WHEN THE SIGN-ON IS GOOD). THE PIN IS ASKED FOR EVEN
005400*    WHEN THE ID IS UNKNOWN, SO THE PROMPTS DO NOT GIVE AWAY WHICH
005410*    IDS EXIST. A TELLER ONLY SERVES STICKS.
005420*----------------------------------------------------------------*
005430 1130-CHECK-OPERATOR.
005440     MOVE SPACES TO WS-ACL-TEXT.
005450     IF WS-OPM-MISSING
005460         MOVE 'NO OPERATOR MASTER ON FILE - SET UP OMIOPER'
005470             TO WS-ACL-TEXT
005480         GO TO 1130-EXIT
005490     END-IF.
005500     IF NOT WS-OPM-FOUND
005510         MOVE 'UNKNOWN OPERATOR' TO WS-ACL-TEXT
005520         GO TO 1130-EXIT
005530     END-IF.
005540     IF WS-OPER-PIN NOT = WS-OPER-FILE-PIN
005550         MOVE 'WRONG PIN' TO WS-ACL-TEXT
005560         GO TO 1130-EXIT
005570     END-IF.
005580     IF NOT WS-OPER-ACTIVE
005590         MOVE 'OPERATOR IS INACTIVE' TO WS-ACL-TEXT
005600         GO TO 1130-EXIT
005610     END-IF.
005620     IF NOT WS-OPER-SUPERVISOR AND NOT WS-OPER-CLERK
005630         MOVE 'NOT AUTHORIZED - A TELLER MAY ONLY SERVE STICKS'
005640             TO WS-ACL-TEXT
005650     END-IF.
005660 1130-EXIT.
005670     EXIT.
005680*
005690*----------------------------------------------------------------*
005700*    1200-LOAD-RECEIVABLES - BUILD THE INVOICE TABLE FROM THE
005710*    OMIARLG LEDGER: EVERY INVOICE WITH ITS PAYMENTS TO DATE. A
005720*    PAYMENT IS ALWAYS WRITTEN AFTER ITS INVOICE, SO ONE PASS
005730*    DOES; A PAYMENT FOR AN INVOICE NOT ON THE TABLE IS COUNTED
005740*    AND REPORTED.
005750*----------------------------------------------------------------*
005760 1200-LOAD-RECEIVABLES.
005770     INITIALIZE INV-TABLE.
005780     OPEN INPUT RECEIVABLE-FILE.
005790     IF WS-ARL-STATUS = '35'
005800         GO TO 1200-EXIT
005810     END-IF.
005820     PERFORM 1210-READ-ONE-RECEIVABLE THRU 1210-EXIT
005830         UNTIL WS-ARL-STATUS = '10'.
005840     CLOSE RECEIVABLE-FILE.
005850     IF WS-INV-TABLE-FULL
005860         DISPLAY 'OMIGRUP: INVOICE TABLE FULL - ONLY THE FIRST '
005870             INV-TABLE-LIMIT ' INVOICES ARE HELD.'
005880     END-IF.
005890     IF WS-ORPHAN-PAYMENTS > ZERO
005900         DISPLAY 'OMIGRUP: *** ' WS-ORPHAN-PAYMENTS ' PAYMENT(S)'
005910             ' ON OMIARLG FOR INVOICES NOT HELD ***'
005920     END-IF.
005930 1200-EXIT.
005940     EXIT.
005950*
005960 1210-READ-ONE-RECEIVABLE.
005970     READ RECEIVABLE-FILE
005980         AT END
005990             MOVE '10' TO WS-ARL-STATUS
006000     END-READ.
006010     IF WS-ARL-STATUS = '10'
006020         GO TO 1210-EXIT
006030     END-IF.
006040     IF ARL-INVOICE-NO IS NOT NUMERIC
006050      OR ARL-AMOUNT IS NOT NUMERIC
006060         GO TO 1210-EXIT
006070     END-IF.
006080     IF ARL-INVOICE
006090         IF INV-COUNT = INV-TABLE-LIMIT
006100             SET WS-INV-TABLE-FULL TO TRUE
006110             GO TO 1210-EXIT
006120         END-IF
006130         ADD 1 TO INV-COUNT
006140         MOVE ARL-INVOICE-NO TO INV-INVOICE-NO(INV-COUNT)
006150         MOVE ARL-ORDER-NO   TO INV-ORDER-NO(INV-COUNT)
006160         MOVE ARL-ENTRY-DATE TO INV-INVOICE-DATE(INV-COUNT)
006170         MOVE ARL-CUSTOMER   TO INV-CUSTOMER(INV-COUNT)
006180         MOVE ARL-SITE-ID    TO INV-SITE-ID(INV-COUNT)
006190         MOVE ARL-AMOUNT     TO INV-AMOUNT(INV-COUNT)
006200         MOVE ZERO           TO INV-PAID(INV-COUNT)
006210         GO TO 1210-EXIT
006220     END-IF.
006230     IF ARL-PAYMENT
006240         MOVE ARL-INVOICE-NO TO WS-WORK-INVOICE-NO
006250         PERFORM 7100-FIND-INVOICE THRU 7100-EXIT
006260         IF INV-HIT-SUB = ZERO
006270             ADD 1 TO WS-ORPHAN-PAYMENTS
006280         ELSE
006290             ADD ARL-AMOUNT TO INV-PAID(INV-HIT-SUB)
006300         END-IF
006310     END-IF.
006320 1210-EXIT.
006330     EXIT.
006340*
006350*----------------------------------------------------------------*
006360*    1300-LOAD-ORDERS - HOLD EVERY ORDER ON OMIGORD THAT HAS NO
006370*    INVOICE YET, AND NOTE THE HIGHEST ORDER NUMBER SO THE NEXT
006380*    ORDER TAKES THE ONE AFTER IT.
006390*----------------------------------------------------------------*
006400 1300-LOAD-ORDERS.
006410     INITIALIZE ORD-TABLE.
006420     OPEN INPUT ORDER-FILE.
006430     IF WS-GOR-STATUS = '35'
006440         GO TO 1300-EXIT
006450     END-IF.
006460     PERFORM 1310-READ-ONE-ORDER THRU 1310-EXIT
006470         UNTIL WS-GOR-STATUS = '10'.
006480     CLOSE ORDER-FILE.
006490 1300-EXIT.
006500     EXIT.
006510*
006520 1310-READ-ONE-ORDER.
006530     READ ORDER-FILE
006540         AT END
006550             MOVE '10' TO WS-GOR-STATUS
006560     END-READ.
006570     IF WS-GOR-STATUS = '10'
006580         GO TO 1310-EXIT
006590     END-IF.
006600     IF GOR-ORDER-NO IS NOT NUMERIC
006610      OR GOR-QUANTITY IS NOT NUMERIC
006620      OR GOR-FEE-PER-SLIP IS NOT NUMERIC
006630         GO TO 1310-EXIT
006640     END-IF.
006650     IF GOR-ORDER-NO > WS-LAST-ORDER-NO
006660         MOVE GOR-ORDER-NO TO WS-LAST-ORDER-NO
006670     END-IF.
006680     MOVE ZERO TO INV-HIT-SUB.
006690     PERFORM 7210-MATCH-ORDER-INVOICE THRU 7210-EXIT
006700         VARYING INV-SUB FROM 1 BY 1
006710         UNTIL INV-SUB > INV-COUNT OR INV-HIT-SUB > ZERO.
006720     IF INV-HIT-SUB > ZERO
006730         GO TO 1310-EXIT
006740     END-IF.
006750     IF ORD-COUNT = ORD-TABLE-LIMIT
006760         DISPLAY 'OMIGRUP: ORDER TABLE FULL - ORDER '
006770             GOR-ORDER-NO ' NOT HELD.'
006780         GO TO 1310-EXIT
006790     END-IF.
006800     ADD 1 TO ORD-COUNT.
006810     MOVE GOR-ORDER-NO      TO ORD-ORDER-NO(ORD-COUNT).
006820     MOVE GOR-ORDER-DATE    TO ORD-ORDER-DATE(ORD-COUNT).
006830     MOVE GOR-CUSTOMER      TO ORD-CUSTOMER(ORD-COUNT).
006840     MOVE GOR-SITE-ID       TO ORD-SITE-ID(ORD-COUNT).
006850     MOVE GOR-VISIT-DATE    TO ORD-VISIT-DATE(ORD-COUNT).
006860     MOVE GOR-QUANTITY      TO ORD-QUANTITY(ORD-COUNT).
006870     MOVE GOR-FEE-PER-SLIP  TO ORD-FEE(ORD-COUNT).
006880     MOVE 'Y'               TO ORD-OPEN-SWITCH(ORD-COUNT).
006890 1310-EXIT.
006900     EXIT.
006910*
006920*----------------------------------------------------------------*
006930*    2000-PROCESS-ONE-COMMAND - SHOW THE MENU AND CARRY OUT ONE
006940*    COMMAND.
006950*----------------------------------------------------------------*
006960 2000-PROCESS-ONE-COMMAND.
006970     DISPLAY 'OMIGRUP - O=NEW ORDER A=ALLOCATE+INVOICE '
006980         'P=PAYMENT L=OPEN ORDERS R=AGED REPORT Q=QUIT: '
006990         WITH NO ADVANCING.
007000     ACCEPT WS-CMD.
007010     IF WS-CMD = 'O' OR WS-CMD = 'o'
007020         MOVE ZERO TO WS-MENU-TRIES
007030         PERFORM 3000-NEW-ORDER THRU 3000-EXIT
007040     ELSE
007050         IF WS-CMD = 'A' OR WS-CMD = 'a'
007060             MOVE ZERO TO WS-MENU-TRIES
007070             PERFORM 4000-ALLOCATE-ORDER THRU 4000-EXIT
007080         ELSE
007090             IF WS-CMD = 'P' OR WS-CMD = 'p'
007100                 MOVE ZERO TO WS-MENU-TRIES
007110                 PERFORM 5000-RECORD-PAYMENT THRU 5000-EXIT
007120             ELSE
007130                 IF WS-CMD = 'L' OR WS-CMD = 'l'
007140                     MOVE ZERO TO WS-MENU-TRIES
007150                     PERFORM 6000-LIST-OPEN-ORDERS THRU 6000-EXIT
007160                 ELSE
007170                     IF WS-CMD = 'R' OR WS-CMD = 'r'
007180                         MOVE ZERO TO WS-MENU-TRIES
007190                         PERFORM 6500-AGED-REPORT THRU 6500-EXIT
007200                     ELSE
007210                         IF WS-CMD = 'Q' OR WS-CMD = 'q'
007220                             SET WS-USER-DONE TO TRUE
007230                         ELSE
007240                             PERFORM 2100-REJECT-MENU-ENTRY
007250                                 THRU 2100-EXIT
007260                         END-IF
007270                     END-IF
007280                 END-IF
007290             END-IF
007300         END-IF
007310     END-IF.
007320 2000-EXIT.
007330     EXIT.
007340*
007350 2100-REJECT-MENU-ENTRY.
007360     ADD 1 TO WS-MENU-TRIES.
007370     IF WS-MENU-TRIES > WS-MENU-TRY-LIMIT
007380         DISPLAY 'TOO MANY INVALID ENTRIES - ENDING THE RUN.'
007390         SET WS-USER-DONE TO TRUE
007400     ELSE
007410         DISPLAY 'INVALID ENTRY - PLEASE TYPE O, A, P, L, R'
007420             ' OR Q.'
007430     END-IF.
007440 2100-EXIT.
007450     EXIT.
007460*
007470*----------------------------------------------------------------*
007480*    3000-NEW-ORDER - TAKE A GROUP ORDER: CUSTOMER, THE SITE
007490*    WHOSE COUNTER WILL SERVE THE PARTY, THE DAY THEY COME,
007500*    HOW MANY SLIPS AND THE FEE PER SLIP AGREED. THE ORDER
007510*    TAKES THE NEXT NUMBER AND IS APPENDED TO OMIGORD ON THE
007520*    OPERATOR'S CONFIRMATION. NO STOCK IS TOUCHED UNTIL IT IS
007525*    ALLOCATED. AN OMIGORD THAT CANNOT BE OPENED REFUSES THE
007530*    ORDER AND THE NUMBER IS NOT USED.
007540*----------------------------------------------------------------*
007550 3000-NEW-ORDER.
007560     IF ORD-COUNT = ORD-TABLE-LIMIT
007570         DISPLAY 'REFUSED - ' ORD-TABLE-LIMIT ' ORDERS ALREADY'
007580             ' OPEN. ALLOCATE SOME FIRST.'
007590         GO TO 3000-EXIT
007600     END-IF.
007610     IF WS-LAST-ORDER-NO = 99999
007620         DISPLAY 'REFUSED - ORDER NUMBERS ARE USED UP.'
007630         GO TO 3000-EXIT
007640     END-IF.
007650     DISPLAY 'CUSTOMER (UP TO 30 CHARACTERS): '
007660         WITH NO ADVANCING.
007670     MOVE SPACES TO WS-NEW-CUSTOMER.
007680     ACCEPT WS-NEW-CUSTOMER.
007690     IF WS-NEW-CUSTOMER = SPACES
007700         DISPLAY 'REFUSED - A CUSTOMER IS REQUIRED.'
007710         GO TO 3000-EXIT
007720     END-IF.
007730     DISPLAY 'SITE (4 CHARS, BLANK FOR ' WS-SITE-ID '): '
007740         WITH NO ADVANCING.
007750     MOVE SPACES TO WS-COUNTER-INPUT.
007760     ACCEPT WS-COUNTER-INPUT.
007770     IF WS-COUNTER-INPUT = SPACES
007780         MOVE WS-SITE-ID TO WS-NEW-SITE-ID
007790     ELSE
007800         MOVE WS-COUNTER-INPUT TO WS-NEW-SITE-ID
007810     END-IF.
007820     DISPLAY 'VISIT DATE (YYYYMMDD, BLANK FOR TODAY): '
007830         WITH NO ADVANCING.
007840     ACCEPT WS-ENTRY-INPUT.
007850     PERFORM 8000-EDIT-NUMERIC-ENTRY THRU 8000-EXIT.
007860     IF WS-ENTRY-NOT-VALID
007870         DISPLAY 'REFUSED - DATE MUST BE YYYYMMDD OR BLANK.'
007880         GO TO 3000-EXIT
007890     END-IF.
007900     IF WS-ENTRY-NUMBER = ZERO
007910         MOVE WS-CURRENT-DATE TO WS-NEW-VISIT-DATE
007920     ELSE
007930         MOVE WS-ENTRY-NUMBER TO WS-NEW-VISIT-DATE
007940     END-IF.
007950     DISPLAY 'NUMBER OF SLIPS (1-99999): ' WITH NO ADVANCING.
007960     ACCEPT WS-ENTRY-INPUT.
007970     PERFORM 8000-EDIT-NUMERIC-ENTRY THRU 8000-EXIT.
007980     IF WS-ENTRY-NOT-VALID
007990      OR WS-ENTRY-NUMBER < 1 OR WS-ENTRY-NUMBER > 99999
008000         DISPLAY 'REFUSED - COUNT MUST BE 1 THROUGH 99999.'
008010         GO TO 3000-EXIT
008020     END-IF.
008030     MOVE WS-ENTRY-NUMBER TO WS-NEW-QUANTITY.
008040     DISPLAY 'AGREED FEE PER SLIP IN YEN (1-99999): '
008050         WITH NO ADVANCING.
008060     ACCEPT WS-ENTRY-INPUT.
008070     PERFORM 8000-EDIT-NUMERIC-ENTRY THRU 8000-EXIT.
008080     IF WS-ENTRY-NOT-VALID
008090      OR WS-ENTRY-NUMBER < 1 OR WS-ENTRY-NUMBER > 99999
008100         DISPLAY 'REFUSED - FEE MUST BE 1 THROUGH 99999.'
008110         GO TO 3000-EXIT
008120     END-IF.
008130     MOVE WS-ENTRY-NUMBER TO WS-NEW-FEE.
008140     MOVE WS-NEW-QUANTITY TO WS-QUANTITY-ED.
008150     MOVE WS-NEW-FEE TO WS-FEE-ED.
008160     DISPLAY 'ORDER ' WS-QUANTITY-ED ' SLIP(S) AT ' WS-FEE-ED
008170         ' YEN FOR ' WS-NEW-CUSTOMER.
008180     DISPLAY '  AT ' WS-NEW-SITE-ID ' ON ' WS-NEW-VISIT-DATE
008190         ' (Y/N)? ' WITH NO ADVANCING.
008200     ACCEPT WS-ANSWER.
008210     IF WS-ANSWER NOT = 'Y' AND WS-ANSWER NOT = 'y'
008220         DISPLAY 'ORDER NOT TAKEN.'
008230         GO TO 3000-EXIT
008240     END-IF.
008260     OPEN EXTEND ORDER-FILE.
008270     IF WS-GOR-STATUS = '35'
008280         OPEN OUTPUT ORDER-FILE
008290         CLOSE ORDER-FILE
008300         OPEN EXTEND ORDER-FILE
008301     END-IF.
008302     IF WS-GOR-STATUS NOT = '00'
008303         DISPLAY 'OMIGORD: CANNOT OPEN ORDER FILE (STATUS '
008304             WS-GOR-STATUS ') - ORDER NOT TAKEN.'
008305         MOVE 'S' TO WS-OPS-SEVERITY
008306         MOVE 'GRP0005' TO WS-OPS-CODE
008307         MOVE 'OMIGORD NOT OPENED - GROUP ORDER NOT TAKEN'
008308             TO WS-OPS-TEXT
008309         PERFORM 8800-WRITE-OPS-MESSAGE THRU 8800-EXIT
008310         GO TO 3000-EXIT
008311     END-IF.
008312     ADD 1 TO WS-LAST-ORDER-NO.
008320     MOVE WS-LAST-ORDER-NO  TO GOR-ORDER-NO.
008330     MOVE WS-CURRENT-DATE   TO GOR-ORDER-DATE.
008340     MOVE WS-NEW-CUSTOMER   TO GOR-CUSTOMER.
008350     MOVE WS-NEW-SITE-ID    TO GOR-SITE-ID.
008360     MOVE WS-NEW-VISIT-DATE TO GOR-VISIT-DATE.
008370     MOVE WS-NEW-QUANTITY   TO GOR-QUANTITY.
008380     MOVE WS-NEW-FEE        TO GOR-FEE-PER-SLIP.
008390     MOVE WS-OPERATOR-ID    TO GOR-OPERATOR-ID.
008400     WRITE GROUP-ORDER-RECORD.
008410     CLOSE ORDER-FILE.
008420     ADD 1 TO ORD-COUNT.
008430     MOVE WS-LAST-ORDER-NO  TO ORD-ORDER-NO(ORD-COUNT).
008440     MOVE WS-CURRENT-DATE   TO ORD-ORDER-DATE(ORD-COUNT).
008450     MOVE WS-NEW-CUSTOMER   TO ORD-CUSTOMER(ORD-COUNT).
008460     MOVE WS-NEW-SITE-ID    TO ORD-SITE-ID(ORD-COUNT).
008470     MOVE WS-NEW-VISIT-DATE TO ORD-VISIT-DATE(ORD-COUNT).
008480     MOVE WS-NEW-QUANTITY   TO ORD-QUANTITY(ORD-COUNT).
008490     MOVE WS-NEW-FEE        TO ORD-FEE(ORD-COUNT).
008500     MOVE 'Y'               TO ORD-OPEN-SWITCH(ORD-COUNT).
008510     DISPLAY 'OMIGRUP: ORDER ' WS-LAST-ORDER-NO ' TAKEN.'.
008520 3000-EXIT.
008530     EXIT.
008540*
008550*----------------------------------------------------------------*
008560*    4000-ALLOCATE-ORDER - FILL AN OPEN ORDER FROM THE LOTS HELD
008570*    AT ITS SITE'S COUNTER, OLDEST LOT FIRST, TAKING WHOLE LOTS
008580*    OR PART LOTS AS THE QUANTITY NEEDS. THE WHOLE QUANTITY MUST
008590*    BE IN STOCK THERE OR NOTHING IS TAKEN. THE ORDER IS THEN
008600*    INVOICED FOR THE SLIPS ACTUALLY PULLED AND POSTED TO THE
008610*    STOCK LEDGER - A LOT WHOSE MOVEMENT COULD NOT BE POSTED
008612*    STOPS THE ALLOCATION AND IS LEFT OFF THE INVOICE. THE
008614*    RECEIVABLES LEDGER IS OPENED, AND THE INVOICE NUMBER TAKEN,
008616*    BEFORE ANY SLIP IS PULLED, SO SLIPS ARE NEVER HANDED OVER
008618*    WITHOUT AN INVOICE TO CARRY THEM.
008630*----------------------------------------------------------------*
008640 4000-ALLOCATE-ORDER.
008650     DISPLAY 'ORDER NUMBER TO ALLOCATE: ' WITH NO ADVANCING.
008660     ACCEPT WS-ENTRY-INPUT.
008670     PERFORM 8000-EDIT-NUMERIC-ENTRY THRU 8000-EXIT.
008680     IF WS-ENTRY-NOT-VALID
008690      OR WS-ENTRY-NUMBER < 1 OR WS-ENTRY-NUMBER > 99999
008700         DISPLAY 'REFUSED - ORDER MUST BE 1 THROUGH 99999.'
008710         GO TO 4000-EXIT
008720     END-IF.
008730     MOVE WS-ENTRY-NUMBER TO WS-WORK-ORDER-NO.
008740     PERFORM 7000-FIND-ORDER THRU 7000-EXIT.
008750     IF ORD-HIT-SUB = ZERO
008760         DISPLAY 'REFUSED - ORDER ' WS-WORK-ORDER-NO ' IS NOT'
008770             ' OPEN (UNKNOWN OR ALREADY INVOICED).'
008780         GO TO 4000-EXIT
008790     END-IF.
008800     IF INV-COUNT = INV-TABLE-LIMIT
008810         DISPLAY 'REFUSED - INVOICE TABLE FULL.'
008820         GO TO 4000-EXIT
008830     END-IF.
008840     PERFORM 4100-LOAD-STOCK THRU 4100-EXIT.
008850     MOVE ZERO TO WS-AVAILABLE.
008860     PERFORM 4200-COUNT-ONE-LOT THRU 4200-EXIT
008870         VARYING LOT-SUB FROM 1 BY 1 UNTIL LOT-SUB > LOT-COUNT.
008880     IF WS-AVAILABLE < ORD-QUANTITY(ORD-HIT-SUB)
008890         DISPLAY 'REFUSED - ONLY ' WS-AVAILABLE ' SLIP(S) IN'
008900             ' STOCK AT ' ORD-SITE-ID(ORD-HIT-SUB) ' FOR AN'
008910             ' ORDER OF ' ORD-QUANTITY(ORD-HIT-SUB) '.'
008920         GO TO 4000-EXIT
008930     END-IF.
008940     MOVE ORD-QUANTITY(ORD-HIT-SUB) TO WS-QUANTITY-ED.
008950     DISPLAY 'ALLOCATE ' WS-QUANTITY-ED ' SLIP(S) AT '
008960         ORD-SITE-ID(ORD-HIT-SUB) ' TO '
008970         ORD-CUSTOMER(ORD-HIT-SUB).
008980     DISPLAY '  AND PRINT THE INVOICE (Y/N)? '
008990         WITH NO ADVANCING.
009000     ACCEPT WS-ANSWER.
009010     IF WS-ANSWER NOT = 'Y' AND WS-ANSWER NOT = 'y'
009020         DISPLAY 'NOT ALLOCATED.'
009021         GO TO 4000-EXIT
009022     END-IF.
009023     OPEN EXTEND RECEIVABLE-FILE.
009024     IF WS-ARL-STATUS = '35'
009025         OPEN OUTPUT RECEIVABLE-FILE
009026         CLOSE RECEIVABLE-FILE
009027         OPEN EXTEND RECEIVABLE-FILE
009028     END-IF.
009029     IF WS-ARL-STATUS NOT = '00'
009030         DISPLAY 'OMIARLG: CANNOT OPEN RECEIVABLES LEDGER'
009031             ' (STATUS ' WS-ARL-STATUS ') - NOT ALLOCATED.'
009032         MOVE 'S' TO WS-OPS-SEVERITY
009033         MOVE 'GRP0002' TO WS-OPS-CODE
009034         MOVE SPACES TO WS-OPS-TEXT
009035         STRING 'OMIARLG NOT OPENED - ORDER ' DELIMITED BY SIZE
009036             WS-WORK-ORDER-NO DELIMITED BY SIZE
009037             ' NOT ALLOCATED' DELIMITED BY SIZE
009038             INTO WS-OPS-TEXT
009039         PERFORM 8800-WRITE-OPS-MESSAGE THRU 8800-EXIT
009040         GO TO 4000-EXIT
009041     END-IF.
009050     PERFORM 4300-ASSIGN-INVOICE-NO THRU 4300-EXIT.
009052     IF WS-INVOICE-NO-FAILED
009054         CLOSE RECEIVABLE-FILE
009056         GO TO 4000-EXIT
009058     END-IF.
009060     MOVE ORD-QUANTITY(ORD-HIT-SUB) TO WS-STILL-NEEDED.
009070     MOVE ZERO TO WS-ALLOCATED.
009080     MOVE ZERO TO RUN-COUNT.
009090     MOVE ZERO TO RUN-OVERFLOW-COUNT.
009100     MOVE 'N' TO WS-ISSUE-FAIL-SWITCH.
009110     MOVE 'N' TO WS-STOCK-FAIL-SWITCH.
009120     PERFORM 4400-ALLOCATE-FROM-LOT THRU 4400-EXIT
009130         VARYING LOT-SUB FROM 1 BY 1
009140         UNTIL LOT-SUB > LOT-COUNT OR WS-STILL-NEEDED = ZERO
009150            OR WS-ISSUE-FAILED OR WS-STOCK-POST-FAILED.
009160     IF WS-STOCK-POST-FAILED
009170         DISPLAY '*** STOCK LEDGER NOT UPDATED - THE LAST LOT''S'
009180             ' SLIPS ARE NOT INVOICED (SEE OPS LOG) ***'
009190     END-IF.
009200     IF WS-ALLOCATED = ZERO
009210         DISPLAY 'OMIGRUP: NO SLIPS COULD BE PULLED - INVOICE '
009220             WS-WORK-INVOICE-NO ' NOT RAISED.'
009225         CLOSE RECEIVABLE-FILE
009230         GO TO 4000-EXIT
009240     END-IF.
009250     IF WS-ALLOCATED < ORD-QUANTITY(ORD-HIT-SUB)
009260         DISPLAY '*** ONLY ' WS-ALLOCATED ' SLIP(S) COULD BE'
009270             ' PULLED - THE INVOICE IS FOR THOSE ONLY ***'
009280     END-IF.
009290     MULTIPLY WS-ALLOCATED BY ORD-FEE(ORD-HIT-SUB)
009300         GIVING WS-INVOICE-AMOUNT.
009310     PERFORM 4700-RAISE-INVOICE THRU 4700-EXIT.
009320     PERFORM 4800-PRINT-INVOICE THRU 4800-EXIT.
009330     MOVE 'N' TO ORD-OPEN-SWITCH(ORD-HIT-SUB).
009340     PERFORM 7300-DROP-ORDER THRU 7300-EXIT.
009350     DISPLAY 'OMIGRUP: INVOICE ' WS-WORK-INVOICE-NO
009360         ' PRINTED ON OMIINVP.'.
009370 4000-EXIT.
009380     EXIT.
009390*
009400*----------------------------------------------------------------*
009410*    4100-LOAD-STOCK - BUILD THE LOT TABLE FROM THE OMIMANF
009420*    MANIFEST AND BALANCE IT AGAINST THE OMISTKF LEDGER, AS THE
009430*    STOCK REPORT DOES: WHERE EACH LOT WAS LAST RECEIVED, HOW
009440*    MANY HAVE SOLD, AND WHETHER IT WAS WRITTEN OFF. LOADED
009450*    FRESH FOR EVERY ALLOCATION, SO SALES KEYED AT THE COUNTER
009460*    IN THE MEANTIME ARE SEEN.
009470*----------------------------------------------------------------*
009480 4100-LOAD-STOCK.
009490     INITIALIZE LOT-TABLE.
009500     MOVE ZERO TO LOT-COUNT.
009510     OPEN INPUT MANIFEST-FILE.
009520     IF WS-MAN-STATUS = '35'
009530         GO TO 4100-EXIT
009540     END-IF.
009550     PERFORM 4110-READ-ONE-MANIFEST THRU 4110-EXIT
009560         UNTIL WS-MAN-STATUS = '10'.
009570     CLOSE MANIFEST-FILE.
009580     OPEN INPUT STOCK-FILE.
009590     IF WS-STK-STATUS = '35'
009600         GO TO 4100-EXIT
009610     END-IF.
009620     PERFORM 4120-READ-ONE-MOVEMENT THRU 4120-EXIT
009630         UNTIL WS-STK-STATUS = '10'.
009640     CLOSE STOCK-FILE.
009650 4100-EXIT.
009660     EXIT.
009670*
009680 4110-READ-ONE-MANIFEST.
009690     READ MANIFEST-FILE
009700         AT END
009710             MOVE '10' TO WS-MAN-STATUS
009720     END-READ.
009730     IF WS-MAN-STATUS = '10'
009740         GO TO 4110-EXIT
009750     END-IF.
009760     IF BMR-LOT-NO IS NOT NUMERIC OR BMR-LOT-NO = ZERO
009770      OR BMR-SLIP-COUNT IS NOT NUMERIC
009780      OR BMR-FIRST-SLIP-NO IS NOT NUMERIC
009790      OR BMR-LAST-SLIP-NO IS NOT NUMERIC
009800         GO TO 4110-EXIT
009810     END-IF.
009820     MOVE BMR-LOT-NO TO WS-WORK-LOT-NO.
009830     PERFORM 7400-FIND-LOT THRU 7400-EXIT.
009840     IF LOT-HIT-SUB = ZERO
009850         IF LOT-COUNT = LOT-TABLE-LIMIT
009860             GO TO 4110-EXIT
009870         END-IF
009880         ADD 1 TO LOT-COUNT
009890         MOVE LOT-COUNT TO LOT-HIT-SUB
009900         MOVE BMR-LOT-NO TO LOT-LOT-NO(LOT-HIT-SUB)
009910     END-IF.
009920     MOVE BMR-FIRST-SLIP-NO TO LOT-FIRST-SLIP-NO(LOT-HIT-SUB).
009930     MOVE BMR-LAST-SLIP-NO  TO LOT-LAST-SLIP-NO(LOT-HIT-SUB).
009940     MOVE BMR-SLIP-COUNT    TO LOT-DRAWN-COUNT(LOT-HIT-SUB).
009950 4110-EXIT.
009960     EXIT.
009970*
009980 4120-READ-ONE-MOVEMENT.
009990     READ STOCK-FILE
010000         AT END
010010             MOVE '10' TO WS-STK-STATUS
010020     END-READ.
010030     IF WS-STK-STATUS = '10'
010040         GO TO 4120-EXIT
010050     END-IF.
010060     IF SKR-LOT-NO IS NOT NUMERIC
010070         GO TO 4120-EXIT
010080     END-IF.
010090     MOVE SKR-LOT-NO TO WS-WORK-LOT-NO.
010100     PERFORM 7400-FIND-LOT THRU 7400-EXIT.
010110     IF LOT-HIT-SUB = ZERO
010120         GO TO 4120-EXIT
010130     END-IF.
010140     IF SKR-RECEIVED
010150         MOVE 'Y' TO LOT-RECV-SWITCH(LOT-HIT-SUB)
010160         MOVE SKR-COUNTER-ID TO LOT-COUNTER-ID(LOT-HIT-SUB)
010170     END-IF.
010180     IF SKR-SOLD
010190      AND SKR-QUANTITY IS NUMERIC
010200         ADD SKR-QUANTITY TO LOT-SOLD-COUNT(LOT-HIT-SUB)
010210     END-IF.
010220     IF SKR-WRITTEN-OFF
010230         MOVE 'Y' TO LOT-VOID-SWITCH(LOT-HIT-SUB)
010240     END-IF.
010250 4120-EXIT.
010260     EXIT.
010270*
010280*----------------------------------------------------------------*
010290*    4200-COUNT-ONE-LOT - ADD A LOT'S REMAINING STOCK TO WHAT IS
010300*    AVAILABLE FOR THE ORDER IF IT SITS AT THE ORDER'S COUNTER
010310*    AND HAS NOT BEEN WRITTEN OFF.
010320*----------------------------------------------------------------*
010330 4200-COUNT-ONE-LOT.
010340     PERFORM 4210-LOT-REMAINING THRU 4210-EXIT.
010350     IF WS-LOT-REMAINING > ZERO
010360         ADD WS-LOT-REMAINING TO WS-AVAILABLE
010370     END-IF.
010380 4200-EXIT.
010390     EXIT.
010400*
010410 4210-LOT-REMAINING.
010420     MOVE ZERO TO WS-LOT-REMAINING.
010430     IF NOT LOT-RECEIVED(LOT-SUB)
010440      OR LOT-VOIDED(LOT-SUB)
010450      OR LOT-COUNTER-ID(LOT-SUB) NOT = ORD-SITE-ID(ORD-HIT-SUB)
010460         GO TO 4210-EXIT
010470     END-IF.
010480     COMPUTE WS-LOT-REMAINING = LOT-DRAWN-COUNT(LOT-SUB)
010490         - LOT-SOLD-COUNT(LOT-SUB).
010500 4210-EXIT.
010510     EXIT.
010520*
010530*----------------------------------------------------------------*
010540*    4300-ASSIGN-INVOICE-NO - TAKE THE NEXT INVOICE NUMBER FROM
010550*    OMIINVC AND WRITE IT BACK AT ONCE, SO THE NUMBER IS NEVER
010555*    GIVEN OUT TWICE EVEN IF THE RUN STOPS PART WAY. A CONTROL
010560*    FILE THAT CANNOT BE READ OR REWRITTEN STOPS THE INVOICE RUN
010565*    BEFORE THE NUMBER IS USED.
010570*----------------------------------------------------------------*
010580 4300-ASSIGN-INVOICE-NO.
010585     MOVE 'N' TO WS-INVNO-FAIL-SWITCH.
010590     MOVE ZERO TO WS-WORK-INVOICE-NO.
010600     OPEN INPUT INVOICE-CONTROL-FILE.
010602     IF WS-INC-STATUS NOT = '35' AND WS-INC-STATUS NOT = '00'
010604         PERFORM 4350-REFUSE-INVOICE-NO THRU 4350-EXIT
010606         GO TO 4300-EXIT
010608     END-IF.
010610     IF WS-INC-STATUS NOT = '35'
010620         READ INVOICE-CONTROL-FILE
010630             AT END
010640                 CONTINUE
010650         END-READ
010660         IF WS-INC-STATUS = '00'
010670          AND INC-LAST-INVOICE-NO IS NUMERIC
010680             MOVE INC-LAST-INVOICE-NO TO WS-WORK-INVOICE-NO
010690         END-IF
010700         CLOSE INVOICE-CONTROL-FILE
010710     END-IF.
010720     ADD 1 TO WS-WORK-INVOICE-NO.
010730     IF WS-WORK-INVOICE-NO > 999999
010740         MOVE 1 TO WS-WORK-INVOICE-NO
010750     END-IF.
010760     OPEN OUTPUT INVOICE-CONTROL-FILE.
010762     IF WS-INC-STATUS NOT = '00'
010764         PERFORM 4350-REFUSE-INVOICE-NO THRU 4350-EXIT
010766         GO TO 4300-EXIT
010768     END-IF.
010770     MOVE WS-WORK-INVOICE-NO TO INC-LAST-INVOICE-NO.
010780     WRITE INVOICE-CONTROL-RECORD.
010790     CLOSE INVOICE-CONTROL-FILE.
010791 4300-EXIT.
010792     EXIT.
010793*
010794 4350-REFUSE-INVOICE-NO.
010795     DISPLAY 'OMIINVC: CANNOT OPEN INVOICE CONTROL (STATUS '
010796         WS-INC-STATUS ') - NOT ALLOCATED.'.
010797     SET WS-INVOICE-NO-FAILED TO TRUE.
010798     MOVE 'S' TO WS-OPS-SEVERITY.
010799     MOVE 'GRP0003' TO WS-OPS-CODE.
010800     MOVE 'OMIINVC NOT UPDATED - INVOICE RUN STOPPED'
010801         TO WS-OPS-TEXT.
010802     PERFORM 8800-WRITE-OPS-MESSAGE THRU 8800-EXIT.
010803 4350-EXIT.
010810     EXIT.
010820*
010830*----------------------------------------------------------------*
010840*    4400-ALLOCATE-FROM-LOT - PULL AS MANY SLIPS AS THE ORDER
010850*    STILL NEEDS FROM ONE LOT AT THE ORDER'S COUNTER, UP TO WHAT
010860*    THE LOT HAS LEFT. THE SERIALS TAKEN ARE THE LOWEST NOT YET
010870*    SERVED; EACH IS MARKED ISSUED ON OMIISSU, THE RUNS OF
010880*    CONSECUTIVE SERIALS GO TO OMIGALC, AND THE COUNT IS POSTED
010890*    AS ONE GROUP-SOLD MOVEMENT ON OMISTKF. NO SLIP IS PULLED
010900*    UNLESS BOTH OMIISSU AND OMIGALC ARE OPEN, AND SLIPS WHOSE
010910*    MOVEMENT COULD NOT BE POSTED ARE NOT COUNTED AS ALLOCATED.
010920*----------------------------------------------------------------*
010930 4400-ALLOCATE-FROM-LOT.
010940     PERFORM 4210-LOT-REMAINING THRU 4210-EXIT.
010950     IF WS-LOT-REMAINING NOT > ZERO
010960         GO TO 4400-EXIT
010970     END-IF.
010980     IF WS-LOT-REMAINING < WS-STILL-NEEDED
010990         MOVE WS-LOT-REMAINING TO WS-LOT-WANTED
011000     ELSE
011010         MOVE WS-STILL-NEEDED TO WS-LOT-WANTED
011020     END-IF.
011030     PERFORM 4410-LOAD-ISSUED-FLAGS THRU 4410-EXIT.
011040     OPEN EXTEND ISSUED-FILE.
011050     IF WS-ISS-STATUS = '35'
011060         OPEN OUTPUT ISSUED-FILE
011070         CLOSE ISSUED-FILE
011080         OPEN EXTEND ISSUED-FILE
011090     END-IF.
011100     IF WS-ISS-STATUS NOT = '00'
011110         DISPLAY 'OMIISSU: CANNOT OPEN ISSUED LEDGER (STATUS '
011120             WS-ISS-STATUS ') - NO MORE SLIPS PULLED.'
011130         SET WS-ISSUE-FAILED TO TRUE
011140         GO TO 4400-EXIT
011150     END-IF.
011160     OPEN EXTEND ALLOCATION-FILE.
011170     IF WS-GAL-STATUS = '35'
011180         OPEN OUTPUT ALLOCATION-FILE
011190         CLOSE ALLOCATION-FILE
011200         OPEN EXTEND ALLOCATION-FILE
011210     END-IF.
011220     IF WS-GAL-STATUS NOT = '00'
011230         DISPLAY 'OMIGALC: CANNOT OPEN ALLOCATION FILE (STATUS '
011240             WS-GAL-STATUS ') - NO MORE SLIPS PULLED.'
011250         SET WS-ISSUE-FAILED TO TRUE
011260         CLOSE ISSUED-FILE
011270         GO TO 4400-EXIT
011280     END-IF.
011290     ACCEPT WS-CURRENT-TIME FROM TIME.
011300     MOVE ZERO TO WS-LOT-TAKEN.
011310     MOVE 'N' TO WS-RUN-SWITCH.
011320     PERFORM 4420-TAKE-ONE-SERIAL THRU 4420-EXIT
011330         VARYING WS-SERIAL FROM LOT-FIRST-SLIP-NO(LOT-SUB) BY 1
011340         UNTIL WS-SERIAL > LOT-LAST-SLIP-NO(LOT-SUB)
011350            OR WS-LOT-TAKEN = WS-LOT-WANTED.
011360     IF WS-RUN-OPEN
011370         PERFORM 4430-CLOSE-RUN THRU 4430-EXIT
011380     END-IF.
011390     CLOSE ISSUED-FILE.
011400     CLOSE ALLOCATION-FILE.
011410     IF WS-LOT-TAKEN = ZERO
011420         GO TO 4400-EXIT
011430     END-IF.
011440     PERFORM 4500-POST-SOLD-MOVEMENT THRU 4500-EXIT.
011450     IF WS-STOCK-POST-FAILED
011460         GO TO 4400-EXIT
011470     END-IF.
011480     ADD WS-LOT-TAKEN TO LOT-SOLD-COUNT(LOT-SUB).
011490     ADD WS-LOT-TAKEN TO WS-ALLOCATED.
011500     SUBTRACT WS-LOT-TAKEN FROM WS-STILL-NEEDED.
011510 4400-EXIT.
011520     EXIT.
011530*
011540 4410-LOAD-ISSUED-FLAGS.
011550     MOVE SPACES TO ISS-FLAG-TABLE.
011560     OPEN INPUT ISSUED-FILE.
011570     IF WS-ISS-STATUS = '35'
011580         GO TO 4410-EXIT
011590     END-IF.
011600     PERFORM 4415-READ-ONE-ISSUED THRU 4415-EXIT
011610         UNTIL WS-ISS-STATUS = '10'.
011620     CLOSE ISSUED-FILE.
011630 4410-EXIT.
011640     EXIT.
011650*
011660 4415-READ-ONE-ISSUED.
011670     READ ISSUED-FILE
011680         AT END
011690             MOVE '10' TO WS-ISS-STATUS
011700     END-READ.
011710     IF WS-ISS-STATUS = '10'
011720         GO TO 4415-EXIT
011730     END-IF.
011740     IF ISR-LOT-NO IS NOT NUMERIC
011750      OR ISR-LOT-NO NOT = LOT-LOT-NO(LOT-SUB)
011760      OR ISR-SLIP-NO IS NOT NUMERIC
011770      OR ISR-SLIP-NO = ZERO
011780         GO TO 4415-EXIT
011790     END-IF.
011800     MOVE 'Y' TO ISS-FLAG(ISR-SLIP-NO).
011810 4415-EXIT.
011820     EXIT.
011830*
011840 4420-TAKE-ONE-SERIAL.
011850     IF WS-SERIAL = ZERO
011860         GO TO 4420-EXIT
011870     END-IF.
011880     IF ISS-FLAG(WS-SERIAL) = 'Y'
011890         IF WS-RUN-OPEN
011900             PERFORM 4430-CLOSE-RUN THRU 4430-EXIT
011910         END-IF
011920         GO TO 4420-EXIT
011930     END-IF.
011940     MOVE LOT-LOT-NO(LOT-SUB) TO ISR-LOT-NO.
011950     MOVE WS-SERIAL           TO ISR-SLIP-NO.
011960     MOVE WS-CURRENT-DATE     TO ISR-ISSUE-DATE.
011970     MOVE WS-CURRENT-TIME     TO ISR-ISSUE-TIME.
011980     MOVE ORD-SITE-ID(ORD-HIT-SUB) TO ISR-SITE-ID.
011990     MOVE WS-OPERATOR-ID      TO ISR-OPERATOR-ID.
012000     WRITE ISSUED-SLIP-RECORD.
012010     MOVE 'Y' TO ISS-FLAG(WS-SERIAL).
012020     ADD 1 TO WS-LOT-TAKEN.
012030     IF WS-RUN-OPEN
012040         MOVE WS-SERIAL TO WS-RUN-LAST-SLIP
012050         ADD 1 TO WS-RUN-QUANTITY
012060     ELSE
012070         SET WS-RUN-OPEN TO TRUE
012080         MOVE WS-SERIAL TO WS-RUN-FIRST-SLIP
012090         MOVE WS-SERIAL TO WS-RUN-LAST-SLIP
012100         MOVE 1 TO WS-RUN-QUANTITY
012110     END-IF.
012120 4420-EXIT.
012130     EXIT.
012140*
012150*----------------------------------------------------------------*
012160*    4430-CLOSE-RUN - WRITE THE RUN OF CONSECUTIVE SERIALS IN
012170*    HAND TO OMIGALC AND KEEP IT FOR THE INVOICE.
012180*----------------------------------------------------------------*
012190 4430-CLOSE-RUN.
012200     MOVE ORD-ORDER-NO(ORD-HIT-SUB) TO GAL-ORDER-NO.
012210     MOVE WS-WORK-INVOICE-NO  TO GAL-INVOICE-NO.
012220     MOVE WS-CURRENT-DATE     TO GAL-ALLOC-DATE.
012230     MOVE LOT-LOT-NO(LOT-SUB) TO GAL-LOT-NO.
012240     MOVE WS-RUN-FIRST-SLIP   TO GAL-FIRST-SLIP-NO.
012250     MOVE WS-RUN-LAST-SLIP    TO GAL-LAST-SLIP-NO.
012260     MOVE WS-RUN-QUANTITY     TO GAL-QUANTITY.
012270     IF WS-GAL-STATUS = '00'
012280         WRITE GROUP-ALLOCATION-RECORD
012290     END-IF.
012300     IF RUN-COUNT < 100
012310         ADD 1 TO RUN-COUNT
012320         MOVE LOT-LOT-NO(LOT-SUB) TO RUN-LOT-NO(RUN-COUNT)
012330         MOVE WS-RUN-FIRST-SLIP TO RUN-FIRST-SLIP-NO(RUN-COUNT)
012340         MOVE WS-RUN-LAST-SLIP  TO RUN-LAST-SLIP-NO(RUN-COUNT)
012350         MOVE WS-RUN-QUANTITY   TO RUN-QUANTITY(RUN-COUNT)
012360     ELSE
012370         ADD WS-RUN-QUANTITY TO RUN-OVERFLOW-COUNT
012380     END-IF.
012390     MOVE 'N' TO WS-RUN-SWITCH.
012400 4430-EXIT.
012410     EXIT.
012420*
012430*----------------------------------------------------------------*
012440*    4500-POST-SOLD-MOVEMENT - APPEND THE SLIPS PULLED FROM THE
012450*    LOT IN HAND TO THE OMISTKF LEDGER AS A GROUP-SOLD MOVEMENT
012460*    AT THE ORDER'S COUNTER, SO THE STOCK REPORT STAYS TRUE AND
012470*    THE NIGHTLY JOURNAL BOOKS THEM AGAINST THE INVOICE RATHER
012480*    THAN AS COUNTER CASH. A LEDGER THAT CANNOT BE OPENED LEAVES
012490*    THE SLIPS MARKED ISSUED BUT STILL COUNTED AS COUNTER STOCK,
012500*    SO THE ALLOCATION STOPS THERE, THE SLIPS ARE NOT INVOICED,
012510*    AND THE OPS LOG SAYS WHICH LOT TO PUT RIGHT.
012520*----------------------------------------------------------------*
012530 4500-POST-SOLD-MOVEMENT.
012540     OPEN EXTEND STOCK-FILE.
012550     IF WS-STK-STATUS = '35'
012560         OPEN OUTPUT STOCK-FILE
012570         CLOSE STOCK-FILE
012580         OPEN EXTEND STOCK-FILE
012590     END-IF.
012600     IF WS-STK-STATUS NOT = '00'
012610         DISPLAY 'OMISTKF: CANNOT OPEN STOCK LEDGER (STATUS '
012620             WS-STK-STATUS ') - SALE OF ' WS-LOT-TAKEN
012630             ' FROM LOT ' LOT-LOT-NO(LOT-SUB) ' NOT POSTED.'
012640         SET WS-STOCK-POST-FAILED TO TRUE
012650         MOVE 'S' TO WS-OPS-SEVERITY
012660         MOVE 'GRP0001' TO WS-OPS-CODE
012670         MOVE SPACES TO WS-OPS-TEXT
012680         STRING 'OMISTKF NOT OPENED - LOT ' DELIMITED BY SIZE
012690             LOT-LOT-NO(LOT-SUB) DELIMITED BY SIZE
012700             ' SLIPS PULLED, NOT INVOICED' DELIMITED BY SIZE
012710             INTO WS-OPS-TEXT
012720         PERFORM 8800-WRITE-OPS-MESSAGE THRU 8800-EXIT
012730         GO TO 4500-EXIT
012740     END-IF.
012750     MOVE LOT-LOT-NO(LOT-SUB)      TO SKR-LOT-NO.
012760     MOVE WS-CURRENT-DATE          TO SKR-TXN-DATE.
012770     MOVE WS-CURRENT-TIME          TO SKR-TXN-TIME.
012780     MOVE 'G'                      TO SKR-TXN-TYPE.
012790     MOVE WS-LOT-TAKEN             TO SKR-QUANTITY.
012800     MOVE ORD-SITE-ID(ORD-HIT-SUB) TO SKR-COUNTER-ID.
012810     MOVE WS-OPERATOR-ID           TO SKR-OPERATOR-ID.
012820     WRITE STOCK-LEDGER-RECORD.
012830     CLOSE STOCK-FILE.
012840 4500-EXIT.
012850     EXIT.
012860*
012870*----------------------------------------------------------------*
012880*    4700-RAISE-INVOICE - APPEND THE INVOICE TO THE OMIARLG
012885*    RECEIVABLES LEDGER, OPENED BEFORE THE ALLOCATION BEGAN, AND
012890*    HOLD IT ON THE INVOICE TABLE.
012900*----------------------------------------------------------------*
012910 4700-RAISE-INVOICE.
012980     MOVE WS-WORK-INVOICE-NO         TO ARL-INVOICE-NO.
012990     MOVE 'I'                        TO ARL-ENTRY-TYPE.
013000     MOVE WS-CURRENT-DATE            TO ARL-ENTRY-DATE.
013010     MOVE ORD-ORDER-NO(ORD-HIT-SUB)  TO ARL-ORDER-NO.
013020     MOVE ORD-CUSTOMER(ORD-HIT-SUB)  TO ARL-CUSTOMER.
013030     MOVE ORD-SITE-ID(ORD-HIT-SUB)   TO ARL-SITE-ID.
013040     MOVE WS-INVOICE-AMOUNT          TO ARL-AMOUNT.
013050     MOVE SPACES                     TO ARL-REFERENCE.
013060     MOVE WS-OPERATOR-ID             TO ARL-OPERATOR-ID.
013070     WRITE RECEIVABLE-LEDGER-RECORD.
013080     CLOSE RECEIVABLE-FILE.
013090     ADD 1 TO INV-COUNT.
013100     MOVE WS-WORK-INVOICE-NO        TO INV-INVOICE-NO(INV-COUNT).
013110     MOVE ORD-ORDER-NO(ORD-HIT-SUB) TO INV-ORDER-NO(INV-COUNT).
013120     MOVE WS-CURRENT-DATE         TO INV-INVOICE-DATE(INV-COUNT).
013130     MOVE ORD-CUSTOMER(ORD-HIT-SUB) TO INV-CUSTOMER(INV-COUNT).
013140     MOVE ORD-SITE-ID(ORD-HIT-SUB)  TO INV-SITE-ID(INV-COUNT).
013150     MOVE WS-INVOICE-AMOUNT         TO INV-AMOUNT(INV-COUNT).
013160     MOVE ZERO                      TO INV-PAID(INV-COUNT).
013170 4700-EXIT.
013180     EXIT.
013190*
013200*----------------------------------------------------------------*
013210*    4800-PRINT-INVOICE - PRINT THE NUMBERED INVOICE ON OMIINVP:
013220*    CUSTOMER, ORDER, THE LOTS AND SERIALS HANDED OVER, AND THE
013230*    AMOUNT DUE AT THE AGREED FEE.
013240*----------------------------------------------------------------*
013250 4800-PRINT-INVOICE.
013260     OPEN OUTPUT INVOICE-PRINT-FILE.
013270     MOVE SPACES TO WS-PRINT-LINE.
013280     STRING 'OMIKUJI GROUP ORDER INVOICE' DELIMITED BY SIZE
013290         '                       INVOICE NO. ' DELIMITED BY SIZE
013300         WS-WORK-INVOICE-NO DELIMITED BY SIZE
013310         INTO WS-PRINT-LINE.
013320     PERFORM 8600-WRITE-INVOICE-LINE THRU 8600-EXIT.
013330     MOVE SPACES TO WS-PRINT-LINE.
013340     PERFORM 8600-WRITE-INVOICE-LINE THRU 8600-EXIT.
013350     STRING 'INVOICE DATE ' DELIMITED BY SIZE
013360         WS-CURRENT-DATE DELIMITED BY SIZE
013370         '    ORDER NO. ' DELIMITED BY SIZE
013380         ORD-ORDER-NO(ORD-HIT-SUB) DELIMITED BY SIZE
013390         '    TAKEN ' DELIMITED BY SIZE
013400         ORD-ORDER-DATE(ORD-HIT-SUB) DELIMITED BY SIZE
013410         INTO WS-PRINT-LINE.
013420     PERFORM 8600-WRITE-INVOICE-LINE THRU 8600-EXIT.
013430     STRING 'CUSTOMER     ' DELIMITED BY SIZE
013440         ORD-CUSTOMER(ORD-HIT-SUB) DELIMITED BY SIZE
013450         INTO WS-PRINT-LINE.
013460     PERFORM 8600-WRITE-INVOICE-LINE THRU 8600-EXIT.
013470     STRING 'SERVED AT    ' DELIMITED BY SIZE
013480         ORD-SITE-ID(ORD-HIT-SUB) DELIMITED BY SIZE
013490         '    VISIT DATE ' DELIMITED BY SIZE
013500         ORD-VISIT-DATE(ORD-HIT-SUB) DELIMITED BY SIZE
013510         INTO WS-PRINT-LINE.
013520     PERFORM 8600-WRITE-INVOICE-LINE THRU 8600-EXIT.
013530     PERFORM 8600-WRITE-INVOICE-LINE THRU 8600-EXIT.
013540     MOVE '   LOT    SERIALS              SLIPS' TO WS-PRINT-LINE.
013550     PERFORM 8600-WRITE-INVOICE-LINE THRU 8600-EXIT.
013560     PERFORM 4810-PRINT-ONE-RUN THRU 4810-EXIT
013570         VARYING RUN-SUB FROM 1 BY 1 UNTIL RUN-SUB > RUN-COUNT.
013580     IF RUN-OVERFLOW-COUNT > ZERO
013590         MOVE RUN-OVERFLOW-COUNT TO WS-QUANTITY-ED
013600         STRING '   FURTHER SERIALS ON OMIGALC       '
013610             DELIMITED BY SIZE
013620             WS-QUANTITY-ED DELIMITED BY SIZE
013630             INTO WS-PRINT-LINE
013640         PERFORM 8600-WRITE-INVOICE-LINE THRU 8600-EXIT
013650     END-IF.
013660     PERFORM 8600-WRITE-INVOICE-LINE THRU 8600-EXIT.
013670     MOVE WS-ALLOCATED TO WS-QUANTITY-ED.
013680     MOVE ORD-FEE(ORD-HIT-SUB) TO WS-FEE-ED.
013690     STRING 'TOTAL SLIPS  ' DELIMITED BY SIZE
013700         WS-QUANTITY-ED DELIMITED BY SIZE
013710         ' AT ' DELIMITED BY SIZE
013720         WS-FEE-ED DELIMITED BY SIZE
013730         ' YEN EACH' DELIMITED BY SIZE
013740         INTO WS-PRINT-LINE.
013750     PERFORM 8600-WRITE-INVOICE-LINE THRU 8600-EXIT.
013760     MOVE WS-INVOICE-AMOUNT TO WS-AMOUNT-ED.
013770     STRING 'AMOUNT DUE   ' DELIMITED BY SIZE
013780         WS-AMOUNT-ED DELIMITED BY SIZE
013790         ' YEN' DELIMITED BY SIZE
013800         INTO WS-PRINT-LINE.
013810     PERFORM 8600-WRITE-INVOICE-LINE THRU 8600-EXIT.
013820     PERFORM 8600-WRITE-INVOICE-LINE THRU 8600-EXIT.
013830     MOVE 'PLEASE QUOTE THE INVOICE NUMBER WITH YOUR PAYMENT.'
013840         TO WS-PRINT-LINE.
013850     PERFORM 8600-WRITE-INVOICE-LINE THRU 8600-EXIT.
013860     CLOSE INVOICE-PRINT-FILE.
013870 4800-EXIT.
013880     EXIT.
013890*
013900 4810-PRINT-ONE-RUN.
013910     MOVE RUN-LOT-NO(RUN-SUB)        TO RPT-LOT-NO.
013920     MOVE RUN-FIRST-SLIP-NO(RUN-SUB) TO RPT-FIRST-SLIP-NO.
013930     MOVE RUN-LAST-SLIP-NO(RUN-SUB)  TO RPT-LAST-SLIP-NO.
013940     MOVE RUN-QUANTITY(RUN-SUB)      TO RPT-QUANTITY.
013950     MOVE RPT-RUN-LINE TO WS-PRINT-LINE.
013960     PERFORM 8600-WRITE-INVOICE-LINE THRU 8600-EXIT.
013970 4810-EXIT.
013980     EXIT.
013990*
014000*----------------------------------------------------------------*
014010*    5000-RECORD-PAYMENT - APPLY A PAYMENT TO AN INVOICE. THE
014020*    AMOUNT MAY NOT EXCEED WHAT IS STILL UNPAID; A PART PAYMENT
014025*    LEAVES THE REST ON THE AGED REPORT. A PAYMENT THAT CANNOT
014030*    BE WRITTEN TO OMIARLG IS NOT APPLIED.
014040*----------------------------------------------------------------*
014050 5000-RECORD-PAYMENT.
014060     DISPLAY 'INVOICE NUMBER: ' WITH NO ADVANCING.
014070     ACCEPT WS-ENTRY-INPUT.
014080     PERFORM 8000-EDIT-NUMERIC-ENTRY THRU 8000-EXIT.
014090     IF WS-ENTRY-NOT-VALID
014100      OR WS-ENTRY-NUMBER < 1 OR WS-ENTRY-NUMBER > 999999
014110         DISPLAY 'REFUSED - INVOICE MUST BE 1 THROUGH 999999.'
014120         GO TO 5000-EXIT
014130     END-IF.
014140     MOVE WS-ENTRY-NUMBER TO WS-WORK-INVOICE-NO.
014150     PERFORM 7100-FIND-INVOICE THRU 7100-EXIT.
014160     IF INV-HIT-SUB = ZERO
014170         DISPLAY 'REFUSED - INVOICE ' WS-WORK-INVOICE-NO
014180             ' IS NOT ON THE LEDGER.'
014190         GO TO 5000-EXIT
014200     END-IF.
014210     COMPUTE WS-UNPAID = INV-AMOUNT(INV-HIT-SUB)
014220         - INV-PAID(INV-HIT-SUB).
014230     MOVE WS-UNPAID TO WS-AMOUNT-ED.
014240     DISPLAY 'INVOICE ' WS-WORK-INVOICE-NO ' '
014250         INV-CUSTOMER(INV-HIT-SUB).
014260     DISPLAY '  UNPAID ' WS-AMOUNT-ED ' YEN.'.
014270     IF WS-UNPAID = ZERO
014280         DISPLAY 'REFUSED - THE INVOICE IS ALREADY PAID.'
014290         GO TO 5000-EXIT
014300     END-IF.
014310     DISPLAY 'AMOUNT RECEIVED IN YEN: ' WITH NO ADVANCING.
014320     MOVE SPACES TO WS-PAYMENT-INPUT.
014330     ACCEPT WS-PAYMENT-INPUT.
014340     PERFORM 5100-EDIT-AMOUNT THRU 5100-EXIT.
014350     IF WS-ENTRY-NOT-VALID OR WS-PAYMENT-AMOUNT = ZERO
014360         DISPLAY 'REFUSED - AMOUNT MUST BE A WHOLE NUMBER OF'
014370             ' YEN.'
014380         GO TO 5000-EXIT
014390     END-IF.
014400     IF WS-PAYMENT-AMOUNT > WS-UNPAID
014410         DISPLAY 'REFUSED - MORE THAN THE UNPAID BALANCE.'
014420         GO TO 5000-EXIT
014430     END-IF.
014440     DISPLAY 'PAYMENT REFERENCE (UP TO 10 CHARACTERS): '
014450         WITH NO ADVANCING.
014460     MOVE SPACES TO WS-PAYMENT-REFERENCE.
014470     ACCEPT WS-PAYMENT-REFERENCE.
014480     MOVE WS-PAYMENT-AMOUNT TO WS-AMOUNT-ED.
014490     DISPLAY 'APPLY ' WS-AMOUNT-ED ' YEN TO INVOICE '
014500         WS-WORK-INVOICE-NO ' (Y/N)? ' WITH NO ADVANCING.
014510     ACCEPT WS-ANSWER.
014520     IF WS-ANSWER NOT = 'Y' AND WS-ANSWER NOT = 'y'
014530         DISPLAY 'PAYMENT NOT RECORDED.'
014540         GO TO 5000-EXIT
014550     END-IF.
014560     OPEN EXTEND RECEIVABLE-FILE.
014570     IF WS-ARL-STATUS = '35'
014580         OPEN OUTPUT RECEIVABLE-FILE
014590         CLOSE RECEIVABLE-FILE
014591         OPEN EXTEND RECEIVABLE-FILE
014592     END-IF.
014593     IF WS-ARL-STATUS NOT = '00'
014594         DISPLAY 'OMIARLG: CANNOT OPEN RECEIVABLES LEDGER'
014595             ' (STATUS ' WS-ARL-STATUS ') - PAYMENT NOT RECORDED.'
014596         MOVE 'S' TO WS-OPS-SEVERITY
014597         MOVE 'GRP0004' TO WS-OPS-CODE
014598         MOVE SPACES TO WS-OPS-TEXT
014599         STRING 'OMIARLG NOT OPENED - PAYMENT ON INVOICE '
014600             DELIMITED BY SIZE
014601             WS-WORK-INVOICE-NO DELIMITED BY SIZE
014602             ' NOT APPLIED' DELIMITED BY SIZE
014603             INTO WS-OPS-TEXT
014604         PERFORM 8800-WRITE-OPS-MESSAGE THRU 8800-EXIT
014605         GO TO 5000-EXIT
014610     END-IF.
014620     MOVE WS-WORK-INVOICE-NO        TO ARL-INVOICE-NO.
014630     MOVE 'P'                       TO ARL-ENTRY-TYPE.
014640     MOVE WS-CURRENT-DATE           TO ARL-ENTRY-DATE.
014650     MOVE INV-ORDER-NO(INV-HIT-SUB) TO ARL-ORDER-NO.
014660     MOVE INV-CUSTOMER(INV-HIT-SUB) TO ARL-CUSTOMER.
014670     MOVE INV-SITE-ID(INV-HIT-SUB)  TO ARL-SITE-ID.
014680     MOVE WS-PAYMENT-AMOUNT         TO ARL-AMOUNT.
014690     MOVE WS-PAYMENT-REFERENCE      TO ARL-REFERENCE.
014700     MOVE WS-OPERATOR-ID            TO ARL-OPERATOR-ID.
014710     WRITE RECEIVABLE-LEDGER-RECORD.
014720     CLOSE RECEIVABLE-FILE.
014730     ADD WS-PAYMENT-AMOUNT TO INV-PAID(INV-HIT-SUB).
014740     IF WS-PAYMENT-AMOUNT = WS-UNPAID
014750         DISPLAY 'OMIGRUP: INVOICE ' WS-WORK-INVOICE-NO
014760             ' IS PAID IN FULL.'
014770     ELSE
014780         SUBTRACT WS-PAYMENT-AMOUNT FROM WS-UNPAID
014790         MOVE WS-UNPAID TO WS-AMOUNT-ED
014800         DISPLAY 'OMIGRUP: ' WS-AMOUNT-ED ' YEN STILL UNPAID'
014810             ' ON INVOICE ' WS-WORK-INVOICE-NO '.'
014820     END-IF.
014830 5000-EXIT.
014840     EXIT.
014850*
014860*----------------------------------------------------------------*
014870*    5100-EDIT-AMOUNT - A PAYMENT CAN RUN PAST THE EIGHT DIGITS
014880*    THE ORDINARY ENTRY EDIT TAKES, SO IT IS EDITED IN TWO
014890*    HALVES: ANYTHING BEYOND THE LAST EIGHT CHARACTERS MUST BE
014900*    DIGITS, THE LAST EIGHT GO THROUGH THE ORDINARY EDIT.
014910*----------------------------------------------------------------*
014920 5100-EDIT-AMOUNT.
014930     SET WS-ENTRY-NOT-VALID TO TRUE.
014940     MOVE ZERO TO WS-PAYMENT-AMOUNT.
014950     IF WS-PAYMENT-INPUT(9:3) NOT = SPACES
014960         DISPLAY 'REFUSED - NO MORE THAN 8 DIGITS.'
014970         GO TO 5100-EXIT
014980     END-IF.
014990     MOVE WS-PAYMENT-INPUT(1:8) TO WS-ENTRY-INPUT.
015000     PERFORM 8000-EDIT-NUMERIC-ENTRY THRU 8000-EXIT.
015010     IF WS-ENTRY-VALID
015020         MOVE WS-ENTRY-NUMBER TO WS-PAYMENT-AMOUNT
015030     END-IF.
015040 5100-EXIT.
015050     EXIT.
015060*
015070*----------------------------------------------------------------*
015080*    6000-LIST-OPEN-ORDERS - SHOW EVERY ORDER STILL WAITING TO
015090*    BE ALLOCATED.
015100*----------------------------------------------------------------*
015110 6000-LIST-OPEN-ORDERS.
015120     DISPLAY 'OMIGRUP - OPEN GROUP ORDERS AT ' WS-CURRENT-DATE
015130         '.'.
015140     IF ORD-COUNT = ZERO
015150         DISPLAY '  NO ORDERS OPEN.'
015160         GO TO 6000-EXIT
015170     END-IF.
015180     DISPLAY '  ORDER  SITE  VISIT     SLIPS   FEE  CUSTOMER'.
015190     PERFORM 6010-LIST-ONE-ORDER THRU 6010-EXIT
015200         VARYING ORD-SUB FROM 1 BY 1 UNTIL ORD-SUB > ORD-COUNT.
015210 6000-EXIT.
015220     EXIT.
015230*
015240 6010-LIST-ONE-ORDER.
015250     MOVE ORD-QUANTITY(ORD-SUB) TO WS-QUANTITY-ED.
015260     MOVE ORD-FEE(ORD-SUB) TO WS-FEE-ED.
015270     DISPLAY '  ' ORD-ORDER-NO(ORD-SUB) '  '
015280         ORD-SITE-ID(ORD-SUB) '  ' ORD-VISIT-DATE(ORD-SUB)
015290         ' ' WS-QUANTITY-ED ' ' WS-FEE-ED '  '
015300         ORD-CUSTOMER(ORD-SUB).
015310 6010-EXIT.
015320     EXIT.
015330*
015340*----------------------------------------------------------------*
015350*    6500-AGED-REPORT - LIST EVERY INVOICE WITH AN UNPAID
015360*    BALANCE ON OMIAGED, THE BALANCE IN THE COLUMN FOR ITS AGE
015370*    FROM THE INVOICE DATE - CURRENT (UP TO 30 DAYS), 31-60,
015380*    61-90 AND OVER 90 DAYS - WITH COLUMN TOTALS.
015390*----------------------------------------------------------------*
015400 6500-AGED-REPORT.
015410     MOVE WS-CURRENT-DATE TO DTE-WORK-DATE-N.
015420     MOVE 30 TO DTE-DAYS-LEFT.
015430     PERFORM 8500-SUBTRACT-DAYS THRU 8500-EXIT.
015440     MOVE DTE-WORK-DATE-N TO WS-CUTOFF-30.
015450     MOVE 30 TO DTE-DAYS-LEFT.
015460     PERFORM 8500-SUBTRACT-DAYS THRU 8500-EXIT.
015470     MOVE DTE-WORK-DATE-N TO WS-CUTOFF-60.
015480     MOVE 30 TO DTE-DAYS-LEFT.
015490     PERFORM 8500-SUBTRACT-DAYS THRU 8500-EXIT.
015500     MOVE DTE-WORK-DATE-N TO WS-CUTOFF-90.
015510     INITIALIZE AGE-TOTALS.
015520     MOVE ZERO TO WS-AGED-COUNT.
015530     OPEN OUTPUT AGED-REPORT-FILE.
015540     MOVE SPACES TO WS-PRINT-LINE.
015550     STRING 'OMIGRUP - AGED UNPAID GROUP INVOICES AT '
015560         DELIMITED BY SIZE
015570         WS-CURRENT-DATE DELIMITED BY SIZE
015580         INTO WS-PRINT-LINE.
015590     PERFORM 8650-WRITE-AGED-LINE THRU 8650-EXIT.
015600     STRING ' INVOICE DATE    CUSTOMER            CURRENT'
015610         DELIMITED BY SIZE
015620         '      31-60      61-90    OVER 90' DELIMITED BY SIZE
015630         INTO WS-PRINT-LINE.
015640     PERFORM 8650-WRITE-AGED-LINE THRU 8650-EXIT.
015650     PERFORM 6510-AGE-ONE-INVOICE THRU 6510-EXIT
015660         VARYING INV-SUB FROM 1 BY 1 UNTIL INV-SUB > INV-COUNT.
015670     IF WS-AGED-COUNT = ZERO
015680         MOVE '  NO UNPAID INVOICES.' TO WS-PRINT-LINE
015690         PERFORM 8650-WRITE-AGED-LINE THRU 8650-EXIT
015700     END-IF.
015710     MOVE SPACES TO RPT-AGED-LINE.
015720     MOVE 'TOTAL' TO RPT-CUSTOMER.
015730     PERFORM 6520-EDIT-ONE-TOTAL THRU 6520-EXIT
015740         VARYING AGE-SUB FROM 1 BY 1 UNTIL AGE-SUB > 4.
015750     MOVE RPT-AGED-LINE TO WS-PRINT-LINE.
015760     MOVE SPACES TO WS-PRINT-LINE(1:17).
015770     PERFORM 8650-WRITE-AGED-LINE THRU 8650-EXIT.
015780     CLOSE AGED-REPORT-FILE.
015790 6500-EXIT.
015800     EXIT.
015810*
015820 6510-AGE-ONE-INVOICE.
015830     COMPUTE WS-UNPAID = INV-AMOUNT(INV-SUB) - INV-PAID(INV-SUB).
015840     IF WS-UNPAID = ZERO
015850         GO TO 6510-EXIT
015860     END-IF.
015870     ADD 1 TO WS-AGED-COUNT.
015880     IF INV-INVOICE-DATE(INV-SUB) > WS-CUTOFF-30
015890         MOVE 1 TO AGE-SUB
015900     ELSE
015910         IF INV-INVOICE-DATE(INV-SUB) > WS-CUTOFF-60
015920             MOVE 2 TO AGE-SUB
015930         ELSE
015940             IF INV-INVOICE-DATE(INV-SUB) > WS-CUTOFF-90
015950                 MOVE 3 TO AGE-SUB
015960             ELSE
015970                 MOVE 4 TO AGE-SUB
015980             END-IF
015990         END-IF
016000     END-IF.
016010     ADD WS-UNPAID TO AGE-TOTAL(AGE-SUB).
016020     MOVE SPACES TO RPT-AGED-LINE.
016030     MOVE INV-INVOICE-NO(INV-SUB)   TO RPT-INVOICE-NO.
016040     MOVE INV-INVOICE-DATE(INV-SUB) TO RPT-INVOICE-DATE.
016050     MOVE INV-CUSTOMER(INV-SUB)     TO RPT-CUSTOMER.
016060     MOVE WS-UNPAID TO WS-AMOUNT-ED.
016070     MOVE WS-AMOUNT-ED TO RPT-AGE-AMOUNT(AGE-SUB).
016080     MOVE RPT-AGED-LINE TO WS-PRINT-LINE.
016090     PERFORM 8650-WRITE-AGED-LINE THRU 8650-EXIT.
016100 6510-EXIT.
016110     EXIT.
016120*
016130 6520-EDIT-ONE-TOTAL.
016140     MOVE AGE-TOTAL(AGE-SUB) TO WS-AMOUNT-ED.
016150     MOVE WS-AMOUNT-ED TO RPT-AGE-AMOUNT(AGE-SUB).
016160 6520-EXIT.
016170     EXIT.
016180*
016190*----------------------------------------------------------------*
016200*    7000-FIND-ORDER - LOOK THE ORDER NUMBER IN HAND UP AMONG
016210*    THE OPEN ORDERS.
016220*----------------------------------------------------------------*
016230 7000-FIND-ORDER.
016240     MOVE ZERO TO ORD-HIT-SUB.
016250     PERFORM 7010-MATCH-ONE-ORDER THRU 7010-EXIT
016260         VARYING ORD-SUB FROM 1 BY 1
016270         UNTIL ORD-SUB > ORD-COUNT OR ORD-HIT-SUB > ZERO.
016280 7000-EXIT.
016290     EXIT.
016300*
016310 7010-MATCH-ONE-ORDER.
016320     IF ORD-ORDER-NO(ORD-SUB) = WS-WORK-ORDER-NO
016330      AND ORD-OPEN(ORD-SUB)
016340         MOVE ORD-SUB TO ORD-HIT-SUB
016350     END-IF.
016360 7010-EXIT.
016370     EXIT.
016380*
016390*----------------------------------------------------------------*
016400*    7100-FIND-INVOICE - LOOK THE INVOICE NUMBER IN HAND UP ON
016410*    THE INVOICE TABLE.
016420*----------------------------------------------------------------*
016430 7100-FIND-INVOICE.
016440     MOVE ZERO TO INV-HIT-SUB.
016450     PERFORM 7110-MATCH-ONE-INVOICE THRU 7110-EXIT
016460         VARYING INV-SUB FROM 1 BY 1
016470         UNTIL INV-SUB > INV-COUNT OR INV-HIT-SUB > ZERO.
016480 7100-EXIT.
016490     EXIT.
016500*
016510 7110-MATCH-ONE-INVOICE.
016520     IF INV-INVOICE-NO(INV-SUB) = WS-WORK-INVOICE-NO
016530         MOVE INV-SUB TO INV-HIT-SUB
016540     END-IF.
016550 7110-EXIT.
016560     EXIT.
016570*
016580 7210-MATCH-ORDER-INVOICE.
016590     IF INV-ORDER-NO(INV-SUB) = GOR-ORDER-NO
016600         MOVE INV-SUB TO INV-HIT-SUB
016610     END-IF.
016620 7210-EXIT.
016630     EXIT.
016640*
016650*----------------------------------------------------------------*
016660*    7300-DROP-ORDER - TAKE THE ORDER JUST INVOICED OFF THE
016670*    OPEN-ORDER TABLE BY MOVING THE LAST ENTRY INTO ITS PLACE.
016680*----------------------------------------------------------------*
016690 7300-DROP-ORDER.
016700     IF ORD-HIT-SUB < ORD-COUNT
016710         MOVE ORD-ENTRY(ORD-COUNT) TO ORD-ENTRY(ORD-HIT-SUB)
016720     END-IF.
016730     SUBTRACT 1 FROM ORD-COUNT.
016740 7300-EXIT.
016750     EXIT.
016760*
016770*----------------------------------------------------------------*
016780*    7400-FIND-LOT - LOOK THE LOT IN HAND UP IN THE LOT TABLE.
016790*----------------------------------------------------------------*
016800 7400-FIND-LOT.
016810     MOVE ZERO TO LOT-HIT-SUB.
016820     PERFORM 7410-MATCH-ONE-LOT THRU 7410-EXIT
016830         VARYING LOT-SUB FROM 1 BY 1
016840         UNTIL LOT-SUB > LOT-COUNT OR LOT-HIT-SUB > ZERO.
016850 7400-EXIT.
016860     EXIT.
016870*
016880 7410-MATCH-ONE-LOT.
016890     IF LOT-LOT-NO(LOT-SUB) = WS-WORK-LOT-NO
016900         MOVE LOT-SUB TO LOT-HIT-SUB
016910     END-IF.
016920 7410-EXIT.
016930     EXIT.
016940*
016950*----------------------------------------------------------------*
016960*    8000-EDIT-NUMERIC-ENTRY - RIGHT-JUSTIFY AND ZERO-FILL A
016970*    TYPED ENTRY SO '42' EDITS TO 00000042. A BLANK ENTRY EDITS
016980*    TO ZERO. ANYTHING ELSE NON-NUMERIC IS REJECTED.
016990*----------------------------------------------------------------*
017000 8000-EDIT-NUMERIC-ENTRY.
017010     SET WS-ENTRY-NOT-VALID TO TRUE.
017020     MOVE ZERO TO WS-ENTRY-NUMBER.
017030     IF WS-ENTRY-INPUT = SPACES
017040         SET WS-ENTRY-VALID TO TRUE
017050         GO TO 8000-EXIT
017060     END-IF.
017070     MOVE WS-ENTRY-INPUT TO WS-ENTRY-EDITED.
017080     PERFORM 8100-SHIFT-ENTRY-RIGHT THRU 8100-EXIT
017090         UNTIL WS-ENTRY-EDITED(8:1) NOT = SPACE.
017100     INSPECT WS-ENTRY-EDITED REPLACING LEADING ' ' BY '0'.
017110     IF WS-ENTRY-EDITED IS NUMERIC
017120         MOVE WS-ENTRY-EDITED TO WS-ENTRY-NUMBER
017130         SET WS-ENTRY-VALID TO TRUE
017140     END-IF.
017150 8000-EXIT.
017160     EXIT.
017170*
017180 8100-SHIFT-ENTRY-RIGHT.
017190     MOVE WS-ENTRY-EDITED(1:7) TO WS-ENTRY-HOLD.
017200     MOVE '0' TO WS-ENTRY-EDITED(1:1).
017210     MOVE WS-ENTRY-HOLD TO WS-ENTRY-EDITED(2:7).
017220 8100-EXIT.
017230     EXIT.
017240*
017250*----------------------------------------------------------------*
017260*    8500-SUBTRACT-DAYS - STEP THE WORK DATE BACK ONE DAY AT A
017270*    TIME, BORROWING ACROSS MONTH AND YEAR ENDS WITH THE LEAP
017280*    YEAR RULE, UNTIL THE DAYS LEFT ARE USED UP.
017290*----------------------------------------------------------------*
017300 8500-SUBTRACT-DAYS.
017310     PERFORM 8510-BACK-ONE-DAY THRU 8510-EXIT
017320         UNTIL DTE-DAYS-LEFT = ZERO.
017330 8500-EXIT.
017340     EXIT.
017350*
017360 8510-BACK-ONE-DAY.
017370     SUBTRACT 1 FROM DTE-DAYS-LEFT.
017380     IF DTE-DAY > 1
017390         SUBTRACT 1 FROM DTE-DAY
017400         GO TO 8510-EXIT
017410     END-IF.
017420     IF DTE-MONTH > 1
017430         SUBTRACT 1 FROM DTE-MONTH
017440     ELSE
017450         MOVE 12 TO DTE-MONTH
017460         SUBTRACT 1 FROM DTE-YEAR
017470     END-IF.
017480     MOVE DTE-MONTH-LEN(DTE-MONTH) TO DTE-DAY.
017490     IF DTE-MONTH = 2
017500         PERFORM 8520-CHECK-LEAP-YEAR THRU 8520-EXIT
017510     END-IF.
017520 8510-EXIT.
017530     EXIT.
017540*
017550 8520-CHECK-LEAP-YEAR.
017560     DIVIDE DTE-YEAR BY 4 GIVING DTE-QUOTIENT
017570         REMAINDER DTE-REMAINDER.
017580     IF DTE-REMAINDER NOT = ZERO
017590         GO TO 8520-EXIT
017600     END-IF.
017610     DIVIDE DTE-YEAR BY 100 GIVING DTE-QUOTIENT
017620         REMAINDER DTE-REMAINDER.
017630     IF DTE-REMAINDER NOT = ZERO
017640         MOVE 29 TO DTE-DAY
017650         GO TO 8520-EXIT
017660     END-IF.
017670     DIVIDE DTE-YEAR BY 400 GIVING DTE-QUOTIENT
017680         REMAINDER DTE-REMAINDER.
017690     IF DTE-REMAINDER = ZERO
017700         MOVE 29 TO DTE-DAY
017710     END-IF.
017720 8520-EXIT.
017730     EXIT.
017740*
017750*----------------------------------------------------------------*
017760*    8600-WRITE-INVOICE-LINE - PUT THE LINE IN HAND ON THE
017770*    INVOICE AND ECHO IT TO THE CONSOLE, THEN CLEAR IT.
017780*----------------------------------------------------------------*
017790 8600-WRITE-INVOICE-LINE.
017800     WRITE INVOICE-PRINT-RECORD FROM WS-PRINT-LINE.
017810     DISPLAY WS-PRINT-LINE.
017820     MOVE SPACES TO WS-PRINT-LINE.
017830 8600-EXIT.
017840     EXIT.
017850*
017860*----------------------------------------------------------------*
017870*    8650-WRITE-AGED-LINE - PUT THE LINE IN HAND ON THE AGED
017880*    REPORT AND ECHO IT TO THE CONSOLE.
017890*----------------------------------------------------------------*
017900 8650-WRITE-AGED-LINE.
017910     WRITE AGED-REPORT-RECORD FROM WS-PRINT-LINE.
017920     DISPLAY WS-PRINT-LINE.
017930 8650-EXIT.
017940     EXIT.
017950*
017960*----------------------------------------------------------------*
017970*    8700-WRITE-ACCESS-LOG - APPEND THE ACCESS EVENT IN HAND TO
017980*    THE OMIACCL ACCESS LOG UNDER THE SIGNED-ON OPERATOR, CREATING
017990*    THE FILE ON FIRST USE. OPENED AND CLOSED PER EVENT SO
018000*    CONCURRENT COUNTERS INTERLEAVE WHOLE RECORDS. A LOG THAT
018010*    CANNOT BE OPENED LOSES THE EVENT BUT NEVER STOPS THE RUN.
018020*----------------------------------------------------------------*
018030 8700-WRITE-ACCESS-LOG.
018040     ACCEPT WS-ACL-TIME FROM TIME.
018050     OPEN EXTEND ACCESS-LOG-FILE.
018060     IF WS-ACL-STATUS = '35'
018070         OPEN OUTPUT ACCESS-LOG-FILE
018080         CLOSE ACCESS-LOG-FILE
018090         OPEN EXTEND ACCESS-LOG-FILE
018100     END-IF.
018110     IF WS-ACL-STATUS NOT = '00'
018120         DISPLAY 'OMIACCL: CANNOT OPEN ACCESS LOG (STATUS '
018130             WS-ACL-STATUS ') - EVENT LOST.'
018140         GO TO 8700-EXIT
018150     END-IF.
018160     MOVE WS-CURRENT-DATE TO ACL-LOG-DATE.
018170     MOVE WS-ACL-TIME     TO ACL-LOG-TIME.
018180     MOVE 'OMIGRUP '      TO ACL-PROGRAM-ID.
018190     MOVE WS-OPERATOR-ID  TO ACL-OPERATOR-ID.
018200     MOVE WS-ACL-EVENT    TO ACL-EVENT-TYPE.
018210     MOVE WS-ACL-TEXT     TO ACL-EVENT-TEXT.
018220     WRITE ACCESS-LOG-RECORD.
018230     CLOSE ACCESS-LOG-FILE.
018240 8700-EXIT.
018250     EXIT.
018260*
018270*----------------------------------------------------------------*
018280*    8800-WRITE-OPS-MESSAGE - APPEND THE MESSAGE IN HAND TO THE
018290*    OMIOPSL OPERATIONS LOG AND RAISE THE RUN'S WORST SEVERITY,
018300*    WHICH BECOMES THE RETURN CODE. OPENED AND CLOSED PER
018310*    MESSAGE SO CONCURRENT TERMINALS INTERLEAVE WHOLE RECORDS.
018320*    A LOG THAT CANNOT BE OPENED LOSES THE MESSAGE BUT NEVER
018330*    STOPS THE RUN - THE CONSOLE DISPLAY HAS ALREADY BEEN MADE.
018340*----------------------------------------------------------------*
018350 8800-WRITE-OPS-MESSAGE.
018360     IF WS-OPS-SEVERITY = 'S'
018370         MOVE 8 TO WS-HIGHEST-SEVERITY
018380     END-IF.
018390     IF WS-OPS-SEVERITY = 'W' AND WS-HIGHEST-SEVERITY < 4
018400         MOVE 4 TO WS-HIGHEST-SEVERITY
018410     END-IF.
018420     ACCEPT WS-OPS-TIME FROM TIME.
018430     OPEN EXTEND OPS-MESSAGE-FILE.
018440     IF WS-OPS-STATUS = '35'
018450         OPEN OUTPUT OPS-MESSAGE-FILE
018460         CLOSE OPS-MESSAGE-FILE
018470         OPEN EXTEND OPS-MESSAGE-FILE
018480     END-IF.
018490     IF WS-OPS-STATUS NOT = '00'
018500         DISPLAY 'OMIOPSL: CANNOT OPEN OPS LOG (STATUS '
018510             WS-OPS-STATUS ') - MESSAGE LOST.'
018520         GO TO 8800-EXIT
018530     END-IF.
018540     MOVE WS-CURRENT-DATE TO OPR-MSG-DATE.
018550     MOVE WS-OPS-TIME     TO OPR-MSG-TIME.
018560     MOVE 'OMIGRUP '      TO OPR-PROGRAM-ID.
018570     MOVE WS-OPS-SEVERITY TO OPR-SEVERITY.
018580     MOVE WS-OPS-CODE     TO OPR-MSG-CODE.
018590     MOVE WS-OPS-TEXT     TO OPR-MSG-TEXT.
018600     WRITE OPS-MESSAGE-RECORD.
018610     CLOSE OPS-MESSAGE-FILE.
018620 8800-EXIT.
018630     EXIT.
018640*
018650*----------------------------------------------------------------*
018660*    9000-TERMINATE - END THE RUN.
018670*----------------------------------------------------------------*
018680 9000-TERMINATE.
018690     DISPLAY 'OMIGRUP: RUN COMPLETE.'.
018700 9000-EXIT.
018710     EXIT.
