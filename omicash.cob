000240*                      VOIDED BOX NO LONGER COUNTS AS SELLABLE
000250*                      STOCK AND A REFUNDED KIOSK DRAW COMES OUT
000260*                      OF THE EXPECTED TAKINGS.
000262*    2026-10-01 TS    A BLANK DATE NOW CASHES UP THE BUSINESS DATE
000264*                      HELD ON THE OMIBDAT CONTROL RECORD INSTEAD
000266*                      OF THE MACHINE DATE.
000270*
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000310     SELECT DRAW-LOG-FILE ASSIGN TO "OMILOG"
000320         ORGANIZATION IS LINE SEQUENTIAL
000330         FILE STATUS IS WS-LOG-STATUS.
000332     SELECT BUSINESS-DATE-FILE ASSIGN TO "OMIBDAT"
000334         ORGANIZATION IS LINE SEQUENTIAL
000336         FILE STATUS IS WS-BDT-STATUS.
000340*
000350 DATA DIVISION.
000360 FILE SECTION.
000380     RECORD CONTAINS 98 CHARACTERS.
000390 COPY OMLOGFD.
000400*
000402 FD  BUSINESS-DATE-FILE
000404     RECORD CONTAINS 32 CHARACTERS.
000406 COPY OMBDTFD.
000408*
000410 WORKING-STORAGE SECTION.
000420 01  WS-CURRENT-DATE              PIC 9(08).
000425 01  WS-BDT-STATUS                PIC X(02).
000430 01  WS-LOG-STATUS                PIC X(02).
000440 01  WS-REPORT-DATE               PIC 9(08).
000450*
000880*
000890*----------------------------------------------------------------*
000900*    1000-INITIALIZE - ASK FOR THE DATE TO CASH UP. BLANK MEANS
000910*    THE BUSINESS DATE ON OMIBDAT.
000920*----------------------------------------------------------------*
000930 1000-INITIALIZE.
000940     PERFORM 1010-LOAD-BUSINESS-DATE THRU 1010-EXIT.
000950     INITIALIZE CSH-TABLE.
000960     DISPLAY 'DATE TO CASH UP (YYYYMMDD, BLANK FOR BUSINESS'
000970         ' DATE): ' WITH NO ADVANCING.
000980     ACCEPT WS-ENTRY-INPUT.
000990     PERFORM 8000-EDIT-NUMERIC-ENTRY THRU 8000-EXIT.
001000     IF WS-ENTRY-NOT-VALID
001010         DISPLAY 'UNUSABLE DATE - USING THE BUSINESS DATE.'
001020         MOVE ZERO TO WS-ENTRY-NUMBER
001030     END-IF.
001040     IF WS-ENTRY-NUMBER = ZERO
001050         MOVE WS-CURRENT-DATE TO WS-REPORT-DATE
001060     ELSE
001061         MOVE WS-ENTRY-NUMBER TO WS-REPORT-DATE
001062     END-IF.
001063 1000-EXIT.
001064     EXIT.
001065*
001066*----------------------------------------------------------------*
001067*    1010-LOAD-BUSINESS-DATE - THE SHRINE DAY COMES FROM THE
001068*    OMIBDAT CONTROL RECORD, NOT THE MACHINE CLOCK, SO A STREAM
001069*    THAT RUNS PAST MIDNIGHT STAYS ON THE DAY IT BELONGS TO.
001070*    ONLY THE END-OF-DAY ROLL MOVES IT ON. WITH NO USABLE
001071*    RECORD ON FILE THE MACHINE DATE IS TAKEN, AS BEFORE.
001072*----------------------------------------------------------------*
001073 1010-LOAD-BUSINESS-DATE.
001074     MOVE ZERO TO WS-CURRENT-DATE.
001075     OPEN INPUT BUSINESS-DATE-FILE.
001076     IF WS-BDT-STATUS NOT = '35'
001077         READ BUSINESS-DATE-FILE
001078             AT END
001079                 CONTINUE
001080         END-READ
001081         IF WS-BDT-STATUS = '00'
001082          AND BDR-BUSINESS-DATE IS NUMERIC
001083             MOVE BDR-BUSINESS-DATE TO WS-CURRENT-DATE
001084         END-IF
001085         CLOSE BUSINESS-DATE-FILE
001086     END-IF.
001087     IF WS-CURRENT-DATE = ZERO
001088         ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
001089         DISPLAY 'OMIBDAT: NO BUSINESS DATE ON FILE - USING THE'
001090             ' MACHINE DATE ' WS-CURRENT-DATE '.'
001091     END-IF.
001092 1010-EXIT.
001100     EXIT.
001110*
001120*----------------------------------------------------------------*
