000270*                      A MATCHING PAPER DEPOSIT SLIP LISTING ON
000280*                      OMIDEPL. BOTH FILES ARE CUT FRESH EACH
000290*                      RUN - COPY THEM OFF BEFORE RUNNING AGAIN.
000292*    2026-10-01 TS    A BLANK DATE NOW DEPOSITS THE BUSINESS DATE
000294*                      HELD ON THE OMIBDAT CONTROL RECORD INSTEAD
000296*                      OF THE MACHINE DATE.
000300*
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000460     SELECT OPS-MESSAGE-FILE ASSIGN TO "OMIOPSL"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-OPS-STATUS.
000482     SELECT BUSINESS-DATE-FILE ASSIGN TO "OMIBDAT"
000484         ORGANIZATION IS LINE SEQUENTIAL
000486         FILE STATUS IS WS-BDT-STATUS.
000490*
000500 DATA DIVISION.
000510 FILE SECTION.
000690     RECORD CONTAINS 93 CHARACTERS.
000700 COPY OMOPMFD.
000710*
000712 FD  BUSINESS-DATE-FILE
000714     RECORD CONTAINS 32 CHARACTERS.
000716 COPY OMBDTFD.
000718*
000720 WORKING-STORAGE SECTION.
000730 01  WS-CURRENT-DATE              PIC 9(08).
000735 01  WS-BDT-STATUS                PIC X(02).
000740 01  WS-LOG-STATUS                PIC X(02).
000750 01  WS-CLS-STATUS                PIC X(02).
000760 01  WS-BNK-STATUS                PIC X(02).
001540     STOP RUN.
001550*
001560*----------------------------------------------------------------*
001570*    1000-INITIALIZE - GET THE BUSINESS DATE AND ASK WHICH DAY
001580*    TO DEPOSIT. BLANK MEANS THE BUSINESS DATE - THE TAKINGS
001590*    WALK TO THE BANK THE SAME AFTERNOON.
001600*----------------------------------------------------------------*
001610 1000-INITIALIZE.
001620     PERFORM 1010-LOAD-BUSINESS-DATE THRU 1010-EXIT.
001630     INITIALIZE DEP-TABLE.
001640     DISPLAY 'DATE TO DEPOSIT (YYYYMMDD, BLANK FOR BUSINESS'
001650         ' DATE): ' WITH NO ADVANCING.
001660     ACCEPT WS-ENTRY-INPUT.
001670     PERFORM 8000-EDIT-NUMERIC-ENTRY THRU 8000-EXIT.
001680     IF WS-ENTRY-NOT-VALID
001730     IF WS-ENTRY-NUMBER = ZERO
001740         MOVE WS-CURRENT-DATE TO WS-DEPOSIT-DATE
001750     ELSE
001751         MOVE WS-ENTRY-NUMBER TO WS-DEPOSIT-DATE
001752     END-IF.
001753 1000-EXIT.
001754     EXIT.
001755*
001756*----------------------------------------------------------------*
001757*    1010-LOAD-BUSINESS-DATE - THE SHRINE DAY COMES FROM THE
001758*    OMIBDAT CONTROL RECORD, NOT THE MACHINE CLOCK, SO A STREAM
001759*    THAT RUNS PAST MIDNIGHT STAYS ON THE DAY IT BELONGS TO.
001760*    ONLY THE END-OF-DAY ROLL MOVES IT ON. WITH NO USABLE
001761*    RECORD ON FILE THE MACHINE DATE IS TAKEN, AS BEFORE.
001762*----------------------------------------------------------------*
001763 1010-LOAD-BUSINESS-DATE.
001764     MOVE ZERO TO WS-CURRENT-DATE.
001765     OPEN INPUT BUSINESS-DATE-FILE.
001766     IF WS-BDT-STATUS NOT = '35'
001767         READ BUSINESS-DATE-FILE
001768             AT END
001769                 CONTINUE
001770         END-READ
001771         IF WS-BDT-STATUS = '00'
001772          AND BDR-BUSINESS-DATE IS NUMERIC
001773             MOVE BDR-BUSINESS-DATE TO WS-CURRENT-DATE
001774         END-IF
001775         CLOSE BUSINESS-DATE-FILE
001776     END-IF.
001777     IF WS-CURRENT-DATE = ZERO
001778         ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
001779         DISPLAY 'OMIBDAT: NO BUSINESS DATE ON FILE - USING THE'
001780             ' MACHINE DATE ' WS-CURRENT-DATE '.'
001781     END-IF.
001782 1010-EXIT.
001790     EXIT.
001800*
001810*----------------------------------------------------------------*
