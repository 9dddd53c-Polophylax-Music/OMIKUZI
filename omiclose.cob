000510*                      ONLY MEANINGFUL WHILE THE DAY'S RECORDS
000520*                      ARE STILL ON THE LIVE LOG AND ITS SLIPS
000530*                      STILL ON THE SPOOL.
000531*    2026-10-01 TS    A BLANK DATE NOW CLOSES THE BUSINESS DATE
000532*                      HELD ON THE OMIBDAT CONTROL RECORD INSTEAD
000533*                      OF THE MACHINE DATE, SO A CLOSE RUN PAST
000534*                      MIDNIGHT STILL CLOSES THE SHRINE DAY IT
000535*                      BELONGS TO.
000540*
000550 ENVIRONMENT DIVISION.
000560 INPUT-OUTPUT SECTION.
000640     SELECT CLOSE-FILE ASSIGN TO "OMICLSF"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-CLS-STATUS.
000662     SELECT BUSINESS-DATE-FILE ASSIGN TO "OMIBDAT"
000664         ORGANIZATION IS LINE SEQUENTIAL
000666         FILE STATUS IS WS-BDT-STATUS.
000670*
000680 DATA DIVISION.
000690 FILE SECTION.
000790     RECORD CONTAINS 118 CHARACTERS.
000800 COPY OMCLSFD.
000810*
000812 FD  BUSINESS-DATE-FILE
000814     RECORD CONTAINS 32 CHARACTERS.
000816 COPY OMBDTFD.
000818*
000820 WORKING-STORAGE SECTION.
000830 01  WS-CURRENT-DATE              PIC 9(08).
000835 01  WS-BDT-STATUS                PIC X(02).
000840 01  WS-CLOSE-DATE                PIC 9(08).
000850*
000860*    NUMERIC ENTRY EDITING - TYPED INPUT SITS AT THE LEFT OF
001680*
001690*----------------------------------------------------------------*
001700*    1000-INITIALIZE - ASK WHICH DATE TO CLOSE (BLANK MEANS
001710*    THE BUSINESS DATE ON OMIBDAT - THE NORMAL EVENING RUN; A
001720*    KEYED DATE RE-CLOSES A DAY WHOSE TOTALS CHANGED, E.G.
001730*    AFTER A BOX WAS VOIDED), CLEAR THE TALLIES AND WARN IF THE
001740*    DATE ALREADY HAS A CLOSE RECORD ON FILE, SO A DOUBLE-RUN
001750*    IS VISIBLE IN THE JOB LOG AND ON OMICLSF.
001760*----------------------------------------------------------------*
001770 1000-INITIALIZE.
001780     PERFORM 1010-LOAD-BUSINESS-DATE THRU 1010-EXIT.
001790     DISPLAY 'DATE TO CLOSE (YYYYMMDD, BLANK FOR BUSINESS DATE): '
001800         WITH NO ADVANCING.
001810     ACCEPT WS-ENTRY-INPUT.
001820     PERFORM 8000-EDIT-NUMERIC-ENTRY THRU 8000-EXIT.
001830     IF WS-ENTRY-NOT-VALID
001840         DISPLAY 'UNUSABLE DATE - CLOSING THE BUSINESS DATE.'
001850         MOVE ZERO TO WS-ENTRY-NUMBER
001860     END-IF.
001870     IF WS-ENTRY-NUMBER = ZERO
001910     END-IF.
001920     INITIALIZE MAT-TABLE.
001930     INITIALIZE ICT-TABLE.
001931     INITIALIZE CLS-TALLY-TABLE.
001932     PERFORM 1100-CHECK-PRIOR-CLOSE THRU 1100-EXIT.
001933 1000-EXIT.
001934     EXIT.
001935*
001936*----------------------------------------------------------------*
001937*    1010-LOAD-BUSINESS-DATE - THE SHRINE DAY COMES FROM THE
001938*    OMIBDAT CONTROL RECORD, NOT THE MACHINE CLOCK, SO A STREAM
001939*    THAT RUNS PAST MIDNIGHT STAYS ON THE DAY IT BELONGS TO.
001940*    ONLY THE END-OF-DAY ROLL MOVES IT ON. WITH NO USABLE
001941*    RECORD ON FILE THE MACHINE DATE IS TAKEN, AS BEFORE.
001942*----------------------------------------------------------------*
001943 1010-LOAD-BUSINESS-DATE.
001944     MOVE ZERO TO WS-CURRENT-DATE.
001945     OPEN INPUT BUSINESS-DATE-FILE.
001946     IF WS-BDT-STATUS NOT = '35'
001947         READ BUSINESS-DATE-FILE
001948             AT END
001949                 CONTINUE
001950         END-READ
001951         IF WS-BDT-STATUS = '00'
001952          AND BDR-BUSINESS-DATE IS NUMERIC
001953             MOVE BDR-BUSINESS-DATE TO WS-CURRENT-DATE
001954         END-IF
001955         CLOSE BUSINESS-DATE-FILE
001956     END-IF.
001957     IF WS-CURRENT-DATE = ZERO
001958         ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
001959         DISPLAY 'OMIBDAT: NO BUSINESS DATE ON FILE - USING THE'
001960             ' MACHINE DATE ' WS-CURRENT-DATE '.'
001961     END-IF.
001962 1010-EXIT.
001970     EXIT.
001980*
001990 1100-CHECK-PRIOR-CLOSE.
