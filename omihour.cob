000240*                      ENTRIES, NOT VISITORS IN THE LINE - AND
000250*                      THE COUNT LEFT OUT IS SHOWN ON THE
000260*                      REPORT.
000262*    2026-10-01 TS    THE RUN DATE NOW COMES FROM THE OMIBDAT
000264*                      BUSINESS-DATE CONTROL RECORD INSTEAD OF THE
000266*                      MACHINE CLOCK, SO A RUN PAST MIDNIGHT STAYS
000268*                      ON THE SHRINE DAY IT BELONGS TO.
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
000440 01  WS-FROM-DATE                 PIC 9(08).
000450 01  WS-TO-DATE                   PIC 9(08).
000890*    SIMPLY TURNED AROUND.
000900*----------------------------------------------------------------*
000910 1000-INITIALIZE.
000920     PERFORM 1010-LOAD-BUSINESS-DATE THRU 1010-EXIT.
000930     INITIALIZE HRT-TABLE.
000940     DISPLAY 'FROM DATE (YYYYMMDD, BLANK FOR TODAY): '
000950         WITH NO ADVANCING.
001200     IF WS-FROM-DATE > WS-TO-DATE
001210         MOVE WS-FROM-DATE TO WS-ENTRY-NUMBER
001220         MOVE WS-TO-DATE TO WS-FROM-DATE
001221         MOVE WS-ENTRY-NUMBER TO WS-TO-DATE
001222     END-IF.
001223 1000-EXIT.
001224     EXIT.
001225*
001226*----------------------------------------------------------------*
001227*    1010-LOAD-BUSINESS-DATE - THE SHRINE DAY COMES FROM THE
001228*    OMIBDAT CONTROL RECORD, NOT THE MACHINE CLOCK, SO A STREAM
001229*    THAT RUNS PAST MIDNIGHT STAYS ON THE DAY IT BELONGS TO.
001230*    ONLY THE END-OF-DAY ROLL MOVES IT ON. WITH NO USABLE
001231*    RECORD ON FILE THE MACHINE DATE IS TAKEN, AS BEFORE.
001232*----------------------------------------------------------------*
001233 1010-LOAD-BUSINESS-DATE.
001234     MOVE ZERO TO WS-CURRENT-DATE.
001235     OPEN INPUT BUSINESS-DATE-FILE.
001236     IF WS-BDT-STATUS NOT = '35'
001237         READ BUSINESS-DATE-FILE
001238             AT END
001239                 CONTINUE
001240         END-READ
001241         IF WS-BDT-STATUS = '00'
001242          AND BDR-BUSINESS-DATE IS NUMERIC
001243             MOVE BDR-BUSINESS-DATE TO WS-CURRENT-DATE
001244         END-IF
001245         CLOSE BUSINESS-DATE-FILE
001246     END-IF.
001247     IF WS-CURRENT-DATE = ZERO
001248         ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
001249         DISPLAY 'OMIBDAT: NO BUSINESS DATE ON FILE - USING THE'
001250             ' MACHINE DATE ' WS-CURRENT-DATE '.'
001251     END-IF.
001252 1010-EXIT.
001260     EXIT.
001270*
001280*----------------------------------------------------------------*
