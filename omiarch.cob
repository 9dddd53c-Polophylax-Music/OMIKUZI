000350*                      THE ARCHIVE IS OPENED EXTEND SO A RERUN
000360*                      FOR THE SAME YEAR ADDS TO IT RATHER THAN
000370*                      CLOBBERING IT.
000372*    2026-10-01 TS    THE RUN DATE NOW COMES FROM THE OMIBDAT
000374*                      BUSINESS-DATE CONTROL RECORD INSTEAD OF THE
000376*                      MACHINE CLOCK, SO A RUN PAST MIDNIGHT STAYS
000378*                      ON THE SHRINE DAY IT BELONGS TO.
000380*
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000540     SELECT OPS-MESSAGE-FILE ASSIGN TO "OMIOPSL"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-OPS-STATUS.
000562     SELECT BUSINESS-DATE-FILE ASSIGN TO "OMIBDAT"
000564         ORGANIZATION IS LINE SEQUENTIAL
000566         FILE STATUS IS WS-BDT-STATUS.
000570*
000580 DATA DIVISION.
000590 FILE SECTION.
000770     RECORD CONTAINS 93 CHARACTERS.
000780 COPY OMOPMFD.
000790*
000792 FD  BUSINESS-DATE-FILE
000794     RECORD CONTAINS 32 CHARACTERS.
000796 COPY OMBDTFD.
000798*
000800 WORKING-STORAGE SECTION.
000810 01  WS-CURRENT-DATE              PIC 9(08).
000815 01  WS-BDT-STATUS                PIC X(02).
000820 01  WS-LOG-STATUS                PIC X(02).
000830 01  WS-WRK-STATUS                PIC X(02).
000840 01  WS-ARC-STATUS                PIC X(02).
001760*    LAST YEAR. THE DATED ARCHIVE NAME IS BUILT FROM THE YEAR.
001770*----------------------------------------------------------------*
001780 1000-INITIALIZE.
001790     PERFORM 1010-LOAD-BUSINESS-DATE THRU 1010-EXIT.
001800     MOVE WS-CURRENT-DATE TO WS-DATE-SPLIT-N.
001810     MOVE WS-DATE-YEAR TO WS-CURRENT-YEAR.
001820     INITIALIZE DAY-TABLE.
002050     STRING 'OMILOG.' DELIMITED BY SIZE
002060         WS-YEAR-EDITED DELIMITED BY SIZE
002070         INTO WS-ARCHIVE-NAME.
002071     DISPLAY 'OMIARCH: ARCHIVING YEAR ' WS-TARGET-YEAR
002072         ' INTO ' WS-ARCHIVE-NAME '.'.
002073 1000-EXIT.
002074     EXIT.
002075*
002076*----------------------------------------------------------------*
002077*    1010-LOAD-BUSINESS-DATE - THE SHRINE DAY COMES FROM THE
002078*    OMIBDAT CONTROL RECORD, NOT THE MACHINE CLOCK, SO A STREAM
002079*    THAT RUNS PAST MIDNIGHT STAYS ON THE DAY IT BELONGS TO.
002080*    ONLY THE END-OF-DAY ROLL MOVES IT ON. WITH NO USABLE
002081*    RECORD ON FILE THE MACHINE DATE IS TAKEN, AS BEFORE.
002082*----------------------------------------------------------------*
002083 1010-LOAD-BUSINESS-DATE.
002084     MOVE ZERO TO WS-CURRENT-DATE.
002085     OPEN INPUT BUSINESS-DATE-FILE.
002086     IF WS-BDT-STATUS NOT = '35'
002087         READ BUSINESS-DATE-FILE
002088             AT END
002089                 CONTINUE
002090         END-READ
002091         IF WS-BDT-STATUS = '00'
002092          AND BDR-BUSINESS-DATE IS NUMERIC
002093             MOVE BDR-BUSINESS-DATE TO WS-CURRENT-DATE
002094         END-IF
002095         CLOSE BUSINESS-DATE-FILE
002096     END-IF.
002097     IF WS-CURRENT-DATE = ZERO
002098         ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
002099         DISPLAY 'OMIBDAT: NO BUSINESS DATE ON FILE - USING THE'
002100             ' MACHINE DATE ' WS-CURRENT-DATE '.'
002101     END-IF.
002102 1010-EXIT.
002110     EXIT.
002120*
002130*----------------------------------------------------------------*
