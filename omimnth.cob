000260*                      PAY-TYPE V VOID REVERSALS NET AGAINST
000270*                      THEIR DRAWS THE SAME WAY THE CASH REPORT
000280*                      COUNTS THEM.
000282*    2026-10-01 TS    A BLANK MONTH NOW STATES THE MONTH BEFORE
000284*                      THE BUSINESS DATE HELD ON THE OMIBDAT
000286*                      CONTROL RECORD INSTEAD OF THE MONTH BEFORE
000288*                      THE MACHINE DATE.
000290*
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000390     SELECT REPORT-FILE ASSIGN TO "OMIMRPT"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-RPT-STATUS.
000412     SELECT BUSINESS-DATE-FILE ASSIGN TO "OMIBDAT"
000414         ORGANIZATION IS LINE SEQUENTIAL
000416         FILE STATUS IS WS-BDT-STATUS.
000420*
000430 DATA DIVISION.
000440 FILE SECTION.
000540     RECORD CONTAINS 80 CHARACTERS.
000550 01  REPORT-RECORD                PIC X(80).
000560*
000562 FD  BUSINESS-DATE-FILE
000564     RECORD CONTAINS 32 CHARACTERS.
000566 COPY OMBDTFD.
000568*
000570 WORKING-STORAGE SECTION.
000580 01  WS-CURRENT-DATE              PIC 9(08).
000585 01  WS-BDT-STATUS                PIC X(02).
000590 01  WS-LOG-STATUS                PIC X(02).
000600 01  WS-CLS-STATUS                PIC X(02).
000610 01  WS-RPT-STATUS                PIC X(02).
001780     STOP RUN.
001790*
001800*----------------------------------------------------------------*
001805*    1000-INITIALIZE - GET THE BUSINESS DATE AND ASK WHICH MONTH
001810*    TO STATE. BLANK TAKES THE MONTH BEFORE THE BUSINESS DATE,
001815*    SINCE THE STATEMENT IS NORMALLY PREPARED IN THE FIRST DAYS
001820*    OF THE NEXT MONTH.
001840*----------------------------------------------------------------*
001850 1000-INITIALIZE.
001860     PERFORM 1010-LOAD-BUSINESS-DATE THRU 1010-EXIT.
001870     INITIALIZE DAY-TABLE.
001880     INITIALIZE SIT-TABLE.
001890     DISPLAY 'MONTH TO STATE (YYYYMM, BLANK FOR LAST MONTH): '
002180     IF WS-RPT-STATUS NOT = '00'
002190         DISPLAY 'OMIMNTH: CANNOT OPEN OMIMRPT (STATUS '
002200             WS-RPT-STATUS ') - NO STATEMENT MADE.'
002201         SET WS-RUN-FATAL TO TRUE
002202     END-IF.
002203 1000-EXIT.
002204     EXIT.
002205*
002206*----------------------------------------------------------------*
002207*    1010-LOAD-BUSINESS-DATE - THE SHRINE DAY COMES FROM THE
002208*    OMIBDAT CONTROL RECORD, NOT THE MACHINE CLOCK, SO A STREAM
002209*    THAT RUNS PAST MIDNIGHT STAYS ON THE DAY IT BELONGS TO.
002210*    ONLY THE END-OF-DAY ROLL MOVES IT ON. WITH NO USABLE
002211*    RECORD ON FILE THE MACHINE DATE IS TAKEN, AS BEFORE.
002212*----------------------------------------------------------------*
002213 1010-LOAD-BUSINESS-DATE.
002214     MOVE ZERO TO WS-CURRENT-DATE.
002215     OPEN INPUT BUSINESS-DATE-FILE.
002216     IF WS-BDT-STATUS NOT = '35'
002217         READ BUSINESS-DATE-FILE
002218             AT END
002219                 CONTINUE
002220         END-READ
002221         IF WS-BDT-STATUS = '00'
002222          AND BDR-BUSINESS-DATE IS NUMERIC
002223             MOVE BDR-BUSINESS-DATE TO WS-CURRENT-DATE
002224         END-IF
002225         CLOSE BUSINESS-DATE-FILE
002226     END-IF.
002227     IF WS-CURRENT-DATE = ZERO
002228         ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
002229         DISPLAY 'OMIBDAT: NO BUSINESS DATE ON FILE - USING THE'
002230             ' MACHINE DATE ' WS-CURRENT-DATE '.'
002231     END-IF.
002232 1010-EXIT.
002240     EXIT.
002250*
002260*----------------------------------------------------------------*
