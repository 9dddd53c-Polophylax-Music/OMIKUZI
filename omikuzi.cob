001120*                      WITH A BLANK HEADLINE FOR A LEVEL FALLS
001130*                      BACK TO THE JAPANESE HEADLINE RATHER
001140*                      THAN PRINT AN EMPTY SLIP.
001142*    2026-10-01 TS    THE RUN DATE NOW COMES FROM THE OMIBDAT
001144*                      BUSINESS-DATE CONTROL RECORD INSTEAD OF THE
001146*                      MACHINE CLOCK, SO A RUN PAST MIDNIGHT STAYS
001148*                      ON THE SHRINE DAY IT BELONGS TO.
001150*
001160 ENVIRONMENT DIVISION.
001170 INPUT-OUTPUT SECTION.
001480         ACCESS MODE IS DYNAMIC
001490         RECORD KEY IS DMR-KEY
001500         FILE STATUS IS WS-DRW-STATUS.
001502     SELECT BUSINESS-DATE-FILE ASSIGN TO "OMIBDAT"
001504         ORGANIZATION IS LINE SEQUENTIAL
001506         FILE STATUS IS WS-BDT-STATUS.
001510*
001520 DATA DIVISION.
001530 FILE SECTION.
001910     RECORD CONTAINS 97 CHARACTERS.
001920 COPY OMDRWFD.
001930*
001932 FD  BUSINESS-DATE-FILE
001934     RECORD CONTAINS 32 CHARACTERS.
001936 COPY OMBDTFD.
001938*
001940 WORKING-STORAGE SECTION.
001950 01  INP                          PIC X(01).
001960 01  RIM                          PIC 9(02).
001970 01  ANS                          PIC 9(08).
001980 01  STIME                        PIC 9(08).
001990 01  WS-CURRENT-DATE              PIC 9(08).
001995 01  WS-BDT-STATUS                PIC X(02).
002000 01  WS-LOG-STATUS                PIC X(02).
002010 01  WS-WGT-STATUS                PIC X(02).
002020 01  WS-SLP-STATUS                PIC X(02).
003070*    AND LOAD THE SEASONAL WEIGHT TABLE.
003080*----------------------------------------------------------------*
003090 1000-INITIALIZE.
003100     PERFORM 1010-LOAD-BUSINESS-DATE THRU 1010-EXIT.
003110     PERFORM 1050-LOAD-SITE-ID THRU 1050-EXIT.
003120     PERFORM 1070-LOAD-TARIFF THRU 1070-EXIT.
003130     PERFORM 1100-OPEN-LOG-FILE THRU 1100-EXIT.
003150     PERFORM 1160-OPEN-DRAW-MASTER THRU 1160-EXIT.
003160     PERFORM 1200-LOAD-WEIGHT-TABLE THRU 1200-EXIT.
003170     PERFORM 1400-LOAD-DETAIL-TABLE THRU 1400-EXIT.
003171     PERFORM 1450-LOAD-LANGUAGE-TABLE THRU 1450-EXIT.
003172     PERFORM 1600-SELECT-LANGUAGE THRU 1600-EXIT.
003173 1000-EXIT.
003174     EXIT.
003175*
003176*----------------------------------------------------------------*
003177*    1010-LOAD-BUSINESS-DATE - THE SHRINE DAY COMES FROM THE
003178*    OMIBDAT CONTROL RECORD, NOT THE MACHINE CLOCK, SO A STREAM
003179*    THAT RUNS PAST MIDNIGHT STAYS ON THE DAY IT BELONGS TO.
003180*    ONLY THE END-OF-DAY ROLL MOVES IT ON. WITH NO USABLE
003181*    RECORD ON FILE THE MACHINE DATE IS TAKEN, AS BEFORE.
003182*----------------------------------------------------------------*
003183 1010-LOAD-BUSINESS-DATE.
003184     MOVE ZERO TO WS-CURRENT-DATE.
003185     OPEN INPUT BUSINESS-DATE-FILE.
003186     IF WS-BDT-STATUS NOT = '35'
003187         READ BUSINESS-DATE-FILE
003188             AT END
003189                 CONTINUE
003190         END-READ
003191         IF WS-BDT-STATUS = '00'
003192          AND BDR-BUSINESS-DATE IS NUMERIC
003193             MOVE BDR-BUSINESS-DATE TO WS-CURRENT-DATE
003194         END-IF
003195         CLOSE BUSINESS-DATE-FILE
003196     END-IF.
003197     IF WS-CURRENT-DATE = ZERO
003198         ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
003199         DISPLAY 'OMIBDAT: NO BUSINESS DATE ON FILE - USING THE'
003200             ' MACHINE DATE ' WS-CURRENT-DATE '.'
003201     END-IF.
003202 1010-EXIT.
003210     EXIT.
003220*
003230*----------------------------------------------------------------*
