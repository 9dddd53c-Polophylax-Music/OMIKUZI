000710*                      SHARES. THE MASTER PATH NEEDS NO NETTING -
000720*                      THE VOID PROGRAM DELETES A VOIDED DRAW'S
000730*                      MASTER RECORD OUTRIGHT.
000732*    2026-10-01 TS    THE RUN DATE NOW COMES FROM THE OMIBDAT
000734*                      BUSINESS-DATE CONTROL RECORD INSTEAD OF THE
000736*                      MACHINE CLOCK, SO A RUN PAST MIDNIGHT STAYS
000738*                      ON THE SHRINE DAY IT BELONGS TO.
000740*
000750 ENVIRONMENT DIVISION.
000760 INPUT-OUTPUT SECTION.
000920         ACCESS MODE IS DYNAMIC
000930         RECORD KEY IS DMR-KEY
000940         FILE STATUS IS WS-DRW-STATUS.
000942     SELECT BUSINESS-DATE-FILE ASSIGN TO "OMIBDAT"
000944         ORGANIZATION IS LINE SEQUENTIAL
000946         FILE STATUS IS WS-BDT-STATUS.
000950*
000960 DATA DIVISION.
000970 FILE SECTION.
001150     RECORD CONTAINS 93 CHARACTERS.
001160 COPY OMOPMFD.
001170*
001172 FD  BUSINESS-DATE-FILE
001174     RECORD CONTAINS 32 CHARACTERS.
001176 COPY OMBDTFD.
001178*
001180 WORKING-STORAGE SECTION.
001190 01  WS-CURRENT-DATE              PIC 9(08).
001195 01  WS-BDT-STATUS                PIC X(02).
001200 01  WS-LOG-STATUS                PIC X(02).
001210 01  WS-WGT-STATUS                PIC X(02).
001220 01  WS-STA-STATUS                PIC X(02).
001920*    THIS RUN WILL RECONCILE AGAINST.
001930*----------------------------------------------------------------*
001940 1000-INITIALIZE.
001941     PERFORM 1010-LOAD-BUSINESS-DATE THRU 1010-EXIT.
001942     PERFORM 1200-LOAD-WEIGHT-TABLE THRU 1200-EXIT.
001943 1000-EXIT.
001944     EXIT.
001945*
001946*----------------------------------------------------------------*
001947*    1010-LOAD-BUSINESS-DATE - THE SHRINE DAY COMES FROM THE
001948*    OMIBDAT CONTROL RECORD, NOT THE MACHINE CLOCK, SO A STREAM
001949*    THAT RUNS PAST MIDNIGHT STAYS ON THE DAY IT BELONGS TO.
001950*    ONLY THE END-OF-DAY ROLL MOVES IT ON. WITH NO USABLE
001951*    RECORD ON FILE THE MACHINE DATE IS TAKEN, AS BEFORE.
001952*----------------------------------------------------------------*
001953 1010-LOAD-BUSINESS-DATE.
001954     MOVE ZERO TO WS-CURRENT-DATE.
001955     OPEN INPUT BUSINESS-DATE-FILE.
001956     IF WS-BDT-STATUS NOT = '35'
001957         READ BUSINESS-DATE-FILE
001958             AT END
001959                 CONTINUE
001960         END-READ
001961         IF WS-BDT-STATUS = '00'
001962          AND BDR-BUSINESS-DATE IS NUMERIC
001963             MOVE BDR-BUSINESS-DATE TO WS-CURRENT-DATE
001964         END-IF
001965         CLOSE BUSINESS-DATE-FILE
001966     END-IF.
001967     IF WS-CURRENT-DATE = ZERO
001968         ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
001969         DISPLAY 'OMIBDAT: NO BUSINESS DATE ON FILE - USING THE'
001970             ' MACHINE DATE ' WS-CURRENT-DATE '.'
001971     END-IF.
001972 1010-EXIT.
001980     EXIT.
001990*
002000*----------------------------------------------------------------*
