000260*                      AND ENDS WITH THE USUAL 0/4/8 RETURN CODE.
000270*                      IF THE RUN IS INTERRUPTED, SIMPLY RERUN
000280*                      IT - EACH RUN STARTS FROM AN EMPTY MASTER.
000282*    2026-10-01 TS    THE RUN DATE NOW COMES FROM THE OMIBDAT
000284*                      BUSINESS-DATE CONTROL RECORD INSTEAD OF THE
000286*                      MACHINE CLOCK, SO A RUN PAST MIDNIGHT STAYS
000288*                      ON THE SHRINE DAY IT BELONGS TO.
000290*
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000410         ACCESS MODE IS DYNAMIC
000420         RECORD KEY IS DMR-KEY
000430         FILE STATUS IS WS-DRW-STATUS.
000432     SELECT BUSINESS-DATE-FILE ASSIGN TO "OMIBDAT"
000434         ORGANIZATION IS LINE SEQUENTIAL
000436         FILE STATUS IS WS-BDT-STATUS.
000440*
000450 DATA DIVISION.
000460 FILE SECTION.
000560     RECORD CONTAINS 97 CHARACTERS.
000570 COPY OMDRWFD.
000580*
000582 FD  BUSINESS-DATE-FILE
000584     RECORD CONTAINS 32 CHARACTERS.
000586 COPY OMBDTFD.
000588*
000590 WORKING-STORAGE SECTION.
000600 01  WS-CURRENT-DATE              PIC 9(08).
000605 01  WS-BDT-STATUS                PIC X(02).
000610 01  WS-LOG-STATUS                PIC X(02).
000620 01  WS-DRW-STATUS                PIC X(02).
000630*
001290*    AND RERUNS.
001300*----------------------------------------------------------------*
001310 1000-INITIALIZE.
001320     PERFORM 1010-LOAD-BUSINESS-DATE THRU 1010-EXIT.
001330     OPEN OUTPUT DRAW-MASTER-FILE.
001340     IF WS-DRW-STATUS NOT = '00'
001350         DISPLAY 'OMIREBLD: CANNOT RECREATE OMIDRAW (STATUS '
001650             TO WS-OPS-TEXT
001660         PERFORM 8800-WRITE-OPS-MESSAGE THRU 8800-EXIT
001670         SET WS-RUN-FATAL TO TRUE
001671         CLOSE DRAW-MASTER-FILE
001672     END-IF.
001673 1000-EXIT.
001674     EXIT.
001675*
001676*----------------------------------------------------------------*
001677*    1010-LOAD-BUSINESS-DATE - THE SHRINE DAY COMES FROM THE
001678*    OMIBDAT CONTROL RECORD, NOT THE MACHINE CLOCK, SO A STREAM
001679*    THAT RUNS PAST MIDNIGHT STAYS ON THE DAY IT BELONGS TO.
001680*    ONLY THE END-OF-DAY ROLL MOVES IT ON. WITH NO USABLE
001681*    RECORD ON FILE THE MACHINE DATE IS TAKEN, AS BEFORE.
001682*----------------------------------------------------------------*
001683 1010-LOAD-BUSINESS-DATE.
001684     MOVE ZERO TO WS-CURRENT-DATE.
001685     OPEN INPUT BUSINESS-DATE-FILE.
001686     IF WS-BDT-STATUS NOT = '35'
001687         READ BUSINESS-DATE-FILE
001688             AT END
001689                 CONTINUE
001690         END-READ
001691         IF WS-BDT-STATUS = '00'
001692          AND BDR-BUSINESS-DATE IS NUMERIC
001693             MOVE BDR-BUSINESS-DATE TO WS-CURRENT-DATE
001694         END-IF
001695         CLOSE BUSINESS-DATE-FILE
001696     END-IF.
001697     IF WS-CURRENT-DATE = ZERO
001698         ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
001699         DISPLAY 'OMIBDAT: NO BUSINESS DATE ON FILE - USING THE'
001700             ' MACHINE DATE ' WS-CURRENT-DATE '.'
001701     END-IF.
001702 1010-EXIT.
001710     EXIT.
001720*
001730*----------------------------------------------------------------*
