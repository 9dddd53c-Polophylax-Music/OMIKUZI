000499*                      SUCH CONDITION OCCURRED, SO THE OVERNIGHT
000500*                      SCHEDULER CAN HOLD DEPENDENT JOBS INSTEAD
000501*                      OF SEEING EVERY RUN AS A SUCCESS.
000502*    2026-10-01 TS    THE RUN DATE NOW COMES FROM THE OMIBDAT
000503*                      BUSINESS-DATE CONTROL RECORD INSTEAD OF THE
000504*                      MACHINE CLOCK, SO A RUN PAST MIDNIGHT STAYS
000505*                      ON THE SHRINE DAY IT BELONGS TO.
000506*
000507 ENVIRONMENT DIVISION.
000508 INPUT-OUTPUT SECTION.
000509 FILE-CONTROL.
000510     SELECT SLIP-CONTROL-FILE ASSIGN TO "OMISLC"
000511         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-SLC-STATUS.
000530     SELECT BATCH-COUNT-FILE ASSIGN TO "OMIBCNT"
000540         ORGANIZATION IS LINE SEQUENTIAL
000724         ACCESS MODE IS DYNAMIC
000725         RECORD KEY IS DMR-KEY
000726         FILE STATUS IS WS-DRW-STATUS.
000728     SELECT BUSINESS-DATE-FILE ASSIGN TO "OMIBDAT"
000730         ORGANIZATION IS LINE SEQUENTIAL
000732         FILE STATUS IS WS-BDT-STATUS.
000734*
000736 DATA DIVISION.
000738 FILE SECTION.
000740 FD  SLIP-CONTROL-FILE
000750     RECORD CONTAINS 5 CHARACTERS.
000760 COPY OMSLCFD.
001024     RECORD CONTAINS 97 CHARACTERS.
001025 COPY OMDRWFD.
001026*
001028 FD  BUSINESS-DATE-FILE
001030     RECORD CONTAINS 32 CHARACTERS.
001032 COPY OMBDTFD.
001034*
001036 WORKING-STORAGE SECTION.
001038 01  RIM                          PIC 9(02).
001040 01  ANS                          PIC 9(08).
001050 01  STIME                        PIC 9(08).
001060 01  WS-CURRENT-DATE              PIC 9(08).
001065 01  WS-BDT-STATUS                PIC X(02).
001070 01  WS-DRAW-POINT                PIC 9(07) COMP.
001080 01  WS-SEED                      PIC 9(08) COMP.
001090 01  WS-FORTUNE-TEXT              PIC X(60).
001470*    FROM.
001480*----------------------------------------------------------------*
001490 1000-INITIALIZE.
001495     PERFORM 1010-LOAD-BUSINESS-DATE THRU 1010-EXIT.
001505     PERFORM 1050-LOAD-SITE-ID THRU 1050-EXIT.
001507     PERFORM 1070-LOAD-TARIFF THRU 1070-EXIT.
001510     PERFORM 1100-OPEN-LOG-FILE THRU 1100-EXIT.
001550     PERFORM 1500-LOAD-CHECKPOINT THRU 1500-EXIT.
001552     PERFORM 1700-ASSIGN-LOT-NO THRU 1700-EXIT.
001554     INITIALIZE BOX-TALLY-TABLE.
001555     PERFORM 1300-DETERMINE-CONTROL-MODE THRU 1300-EXIT.
001556 1000-EXIT.
001557     EXIT.
001558*
001559*----------------------------------------------------------------*
001560*    1010-LOAD-BUSINESS-DATE - THE SHRINE DAY COMES FROM THE
001561*    OMIBDAT CONTROL RECORD, NOT THE MACHINE CLOCK, SO A STREAM
001562*    THAT RUNS PAST MIDNIGHT STAYS ON THE DAY IT BELONGS TO.
001563*    ONLY THE END-OF-DAY ROLL MOVES IT ON. WITH NO USABLE
001564*    RECORD ON FILE THE MACHINE DATE IS TAKEN, AS BEFORE.
001565*----------------------------------------------------------------*
001566 1010-LOAD-BUSINESS-DATE.
001567     MOVE ZERO TO WS-CURRENT-DATE.
001568     OPEN INPUT BUSINESS-DATE-FILE.
001569     IF WS-BDT-STATUS NOT = '35'
001570         READ BUSINESS-DATE-FILE
001571             AT END
001572                 CONTINUE
001573         END-READ
001574         IF WS-BDT-STATUS = '00'
001575          AND BDR-BUSINESS-DATE IS NUMERIC
001576             MOVE BDR-BUSINESS-DATE TO WS-CURRENT-DATE
001577         END-IF
001578         CLOSE BUSINESS-DATE-FILE
001579     END-IF.
001580     IF WS-CURRENT-DATE = ZERO
001581         ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
001582         DISPLAY 'OMIBDAT: NO BUSINESS DATE ON FILE - USING THE'
001583             ' MACHINE DATE ' WS-CURRENT-DATE '.'
001584     END-IF.
001585 1010-EXIT.
001586     EXIT.
001590*
001591*----------------------------------------------------------------*
001592*    1050-LOAD-SITE-ID - PICK UP THIS INSTALLATION'S SITE/
