000300*                      THE RETENTION PERIOD, COUNTED FROM THEIR
000310*                      DRAW DATE, SO THEY DO NOT SIT ON THE
000320*                      SPOOL FOREVER.
000322*    2026-10-01 TS    THE RUN DATE NOW COMES FROM THE OMIBDAT
000324*                      BUSINESS-DATE CONTROL RECORD INSTEAD OF THE
000326*                      MACHINE CLOCK, SO A RUN PAST MIDNIGHT STAYS
000328*                      ON THE SHRINE DAY IT BELONGS TO.
000330*
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000460     SELECT RETENTION-FILE ASSIGN TO "OMIPRTN"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-RTN-STATUS.
000482     SELECT BUSINESS-DATE-FILE ASSIGN TO "OMIBDAT"
000484         ORGANIZATION IS LINE SEQUENTIAL
000486         FILE STATUS IS WS-BDT-STATUS.
000490*
000500 DATA DIVISION.
000510 FILE SECTION.
000650     RECORD CONTAINS 3 CHARACTERS.
000660 COPY OMRTNFD.
000670*
000672 FD  BUSINESS-DATE-FILE
000674     RECORD CONTAINS 32 CHARACTERS.
000676 COPY OMBDTFD.
000678*
000680 WORKING-STORAGE SECTION.
000690 01  WS-CURRENT-DATE              PIC 9(08).
000695 01  WS-BDT-STATUS                PIC X(02).
000700 01  WS-SLP-STATUS                PIC X(02).
000710 01  WS-WRK-STATUS                PIC X(02).
000720 01  WS-RUN-STATUS                PIC X(02).
001360*    WHETHER THERE IS A RUN WORTH CUTTING.
001370*----------------------------------------------------------------*
001380 1000-INITIALIZE.
001390     PERFORM 1010-LOAD-BUSINESS-DATE THRU 1010-EXIT.
001400     PERFORM 7000-COUNT-UNPRINTED THRU 7000-EXIT.
001401     DISPLAY 'OMIPRNT: ' WS-UNPRINTED-COUNT
001402         ' UNPRINTED SLIP(S) ON THE SPOOL.'.
001403 1000-EXIT.
001404     EXIT.
001405*
001406*----------------------------------------------------------------*
001407*    1010-LOAD-BUSINESS-DATE - THE SHRINE DAY COMES FROM THE
001408*    OMIBDAT CONTROL RECORD, NOT THE MACHINE CLOCK, SO A STREAM
001409*    THAT RUNS PAST MIDNIGHT STAYS ON THE DAY IT BELONGS TO.
001410*    ONLY THE END-OF-DAY ROLL MOVES IT ON. WITH NO USABLE
001411*    RECORD ON FILE THE MACHINE DATE IS TAKEN, AS BEFORE.
001412*----------------------------------------------------------------*
001413 1010-LOAD-BUSINESS-DATE.
001414     MOVE ZERO TO WS-CURRENT-DATE.
001415     OPEN INPUT BUSINESS-DATE-FILE.
001416     IF WS-BDT-STATUS NOT = '35'
001417         READ BUSINESS-DATE-FILE
001418             AT END
001419                 CONTINUE
001420         END-READ
001421         IF WS-BDT-STATUS = '00'
001422          AND BDR-BUSINESS-DATE IS NUMERIC
001423             MOVE BDR-BUSINESS-DATE TO WS-CURRENT-DATE
001424         END-IF
001425         CLOSE BUSINESS-DATE-FILE
001426     END-IF.
001427     IF WS-CURRENT-DATE = ZERO
001428         ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
001429         DISPLAY 'OMIBDAT: NO BUSINESS DATE ON FILE - USING THE'
001430             ' MACHINE DATE ' WS-CURRENT-DATE '.'
001431     END-IF.
001432 1010-EXIT.
001440     EXIT.
001450*
001460*----------------------------------------------------------------*
