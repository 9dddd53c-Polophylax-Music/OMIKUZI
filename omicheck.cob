000244*                      THE NEXT MORNING'S OVERNIGHT PROBLEM -
000245*                      EVERY CHECKLIST ITEM RE-DERIVES THE REAL
000246*                      CONDITION EACH RUN.
000247*    2026-10-01 TS    THE RUN DATE NOW COMES FROM THE OMIBDAT
000248*                      BUSINESS-DATE CONTROL RECORD INSTEAD OF THE
000249*                      MACHINE CLOCK, SO A RUN PAST MIDNIGHT STAYS
000250*                      ON THE SHRINE DAY IT BELONGS TO. A NEW
000251*                      CHECKLIST ITEM STOPS THE START-UP WHEN THE
000252*                      BUSINESS DATE IS STILL BEHIND THE MACHINE
000253*                      DATE, I.E. LAST NIGHT'S END-OF-DAY ROLL
000254*                      NEVER RAN, SO TODAY'S DRAWS ARE NOT BOOKED
000255*                      TO YESTERDAY.
000256*    2026-10-11 TS    A NEW CHECKLIST ITEM READS THE OMIRUNL RUN
000257*                      LEDGER KEPT BY OMINIGHT AND STOPS THE
000258*                      START-UP WHEN LAST NIGHT'S STREAM IS NOT
000259*                      COMPLETE, NAMING THE STEP THAT FAILED OR
000260*                      NEVER ENDED. NO LEDGER AT ALL IS A WARNING.
000261*
000262 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290     SELECT OPS-MESSAGE-FILE ASSIGN TO "OMIOPSL"
000410     SELECT SLIP-PRINT-FILE ASSIGN TO "OMISLIP"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-SLP-STATUS.
000431     SELECT BUSINESS-DATE-FILE ASSIGN TO "OMIBDAT"
000432         ORGANIZATION IS LINE SEQUENTIAL
000433         FILE STATUS IS WS-BDT-STATUS.
000434     SELECT RUN-LEDGER-FILE ASSIGN TO "OMIRUNL"
000435         ORGANIZATION IS LINE SEQUENTIAL
000436         FILE STATUS IS WS-RLG-STATUS.
000440*
000450 DATA DIVISION.
000460 FILE SECTION.
000640     RECORD CONTAINS 398 CHARACTERS.
000650 COPY OMSLPFD.
000660*
000661 FD  BUSINESS-DATE-FILE
000662     RECORD CONTAINS 32 CHARACTERS.
000663 COPY OMBDTFD.
000664*
000665 FD  RUN-LEDGER-FILE
000666     RECORD CONTAINS 87 CHARACTERS.
000667 COPY OMRUNFD.
000668*
000670 WORKING-STORAGE SECTION.
000680 01  WS-CURRENT-DATE              PIC 9(08).
000682 01  WS-BDT-STATUS                PIC X(02).
000684 01  WS-MACHINE-DATE              PIC 9(08).
000686 01  WS-BDT-MISSING-SWITCH        PIC X(01) VALUE 'N'.
000688     88  WS-BDT-MISSING                VALUE 'Y'.
000690 01  WS-YESTERDAY-DATE            PIC 9(08).
000700 01  WS-OPS-STATUS                PIC X(02).
000710 01  WS-CLS-STATUS                PIC X(02).
000720 01  WS-CKP-STATUS                PIC X(02).
000730 01  WS-LOT-STATUS                PIC X(02).
000740 01  WS-SLP-STATUS                PIC X(02).
000745 01  WS-RLG-STATUS                PIC X(02).
000750*
000760*    OPERATIONS MESSAGE IN HAND AND THE WORST SEVERITY SEEN
000770*    THIS RUN - 0 CLEAN, 4 WARNING, 8 SEVERE - WHICH BECOMES
000910 01  WS-CLOSE-FOUND-SWITCH        PIC X(01) VALUE 'N'.
000920     88  WS-CLOSE-FOUND                VALUE 'Y'.
000930 01  WS-CLOSE-MISMATCHES          PIC 9(05) VALUE ZERO.
000931 01  WS-UNPRINTED-COUNT           PIC 9(07) VALUE ZERO.
000932*
000933*    LAST NIGHT'S STREAM AS THE RUN LEDGER LEAVES IT.
000934 01  WS-RLG-MISSING-SWITCH        PIC X(01) VALUE 'N'.
000935     88  WS-RLG-MISSING                VALUE 'Y'.
000936 01  WS-NIGHT-DATE                PIC 9(08) VALUE ZERO.
000937 01  WS-NIGHT-RECORDS             PIC 9(05) VALUE ZERO.
000938 01  WS-STREAM-DONE-SWITCH        PIC X(01) VALUE 'N'.
000939     88  WS-STREAM-DONE                VALUE 'Y'.
000940 01  WS-STREAM-FAILED-STEP        PIC X(08) VALUE SPACES.
000941 01  WS-STREAM-OPEN-STEP          PIC X(08) VALUE SPACES.
000950*
000960*    CALENDAR WORK FIELDS FOR YESTERDAY'S DATE - THE RUN DATE
000970*    STEPPED BACK ONE DAY, WITH MONTH AND LEAP-YEAR BORROWS.
001150     PERFORM 2000-SWEEP-OPS-LOG THRU 2000-EXIT.
001160     PERFORM 3000-CHECK-CHECKPOINT THRU 3000-EXIT.
001170     PERFORM 4000-CHECK-CLOSE THRU 4000-EXIT.
001175     PERFORM 4500-CHECK-NIGHT-STREAM THRU 4500-EXIT.
001180     PERFORM 5000-COUNT-UNPRINTED THRU 5000-EXIT.
001190     PERFORM 6000-PRINT-CHECKLIST THRU 6000-EXIT.
001200     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001220     STOP RUN.
001230*
001240*----------------------------------------------------------------*
001245*    1000-INITIALIZE - GET THE BUSINESS DATE AND WORK OUT THE
001250*    DAY BEFORE IT, THE DAY WHOSE CLOSE AND OVERNIGHT RUNS ARE
001255*    BEING CHECKED. THE MACHINE DATE IS KEPT TO PROVE LAST
001260*    NIGHT'S ROLL. NO PROMPTS - THE SCHEDULER RUNS THIS BEFORE
001265*    ANYONE IS IN.
001280*----------------------------------------------------------------*
001290 1000-INITIALIZE.
001295     PERFORM 1010-LOAD-BUSINESS-DATE THRU 1010-EXIT.
001300     ACCEPT WS-MACHINE-DATE FROM DATE YYYYMMDD.
001310     MOVE WS-CURRENT-DATE TO DTE-WORK-DATE-N.
001320     MOVE 1 TO DTE-DAYS-LEFT.
001321     PERFORM 8500-SUBTRACT-DAYS THRU 8500-EXIT.
001322     MOVE DTE-WORK-DATE-N TO WS-YESTERDAY-DATE.
001323 1000-EXIT.
001324     EXIT.
001325*
001326*----------------------------------------------------------------*
001327*    1010-LOAD-BUSINESS-DATE - THE SHRINE DAY COMES FROM THE
001328*    OMIBDAT CONTROL RECORD, NOT THE MACHINE CLOCK, SO A STREAM
001329*    THAT RUNS PAST MIDNIGHT STAYS ON THE DAY IT BELONGS TO.
001330*    ONLY THE END-OF-DAY ROLL MOVES IT ON. WITH NO USABLE
001331*    RECORD ON FILE THE MACHINE DATE IS TAKEN, AS BEFORE.
001332*----------------------------------------------------------------*
001333 1010-LOAD-BUSINESS-DATE.
001334     MOVE ZERO TO WS-CURRENT-DATE.
001335     OPEN INPUT BUSINESS-DATE-FILE.
001336     IF WS-BDT-STATUS NOT = '35'
001337         READ BUSINESS-DATE-FILE
001338             AT END
001339                 CONTINUE
001340         END-READ
001341         IF WS-BDT-STATUS = '00'
001342          AND BDR-BUSINESS-DATE IS NUMERIC
001343             MOVE BDR-BUSINESS-DATE TO WS-CURRENT-DATE
001344         END-IF
001345         CLOSE BUSINESS-DATE-FILE
001346     END-IF.
001347     IF WS-CURRENT-DATE = ZERO
001348         ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
001349         SET WS-BDT-MISSING TO TRUE
001350         DISPLAY 'OMIBDAT: NO BUSINESS DATE ON FILE - USING THE'
001351             ' MACHINE DATE ' WS-CURRENT-DATE '.'
001352     END-IF.
001353 1010-EXIT.
001360     EXIT.
001370*
001380*----------------------------------------------------------------*
002360             IF CLR-MISMATCH-COUNT IS NUMERIC
002370                 MOVE CLR-MISMATCH-COUNT TO WS-CLOSE-MISMATCHES
002380             ELSE
002381                 MOVE ZERO TO WS-CLOSE-MISMATCHES
002382             END-IF
002383         END-IF
002384     END-IF.
002385 4100-EXIT.
002386     EXIT.
002387*
002388*----------------------------------------------------------------*
002389*    4500-CHECK-NIGHT-STREAM - FIND LAST NIGHT'S STREAM ON THE
002390*    OMIRUNL RUN LEDGER AND SEE WHETHER IT FINISHED. THE NIGHT IS
002391*    YESTERDAY'S, UNLESS THE LEDGER ALREADY HOLDS STEPS FOR THE
002392*    BUSINESS DATE ITSELF - A STREAM THAT STOPPED BEFORE THE ROLL
002393*    LEAVES THE DATE UNMOVED, AND THAT STREAM IS THE ONE TO SEE.
002394*----------------------------------------------------------------*
002395 4500-CHECK-NIGHT-STREAM.
002396     MOVE WS-CURRENT-DATE TO WS-NIGHT-DATE.
002397     OPEN INPUT RUN-LEDGER-FILE.
002398     IF WS-RLG-STATUS NOT = '00'
002399         SET WS-RLG-MISSING TO TRUE
002400         GO TO 4500-EXIT
002401     END-IF.
002402     PERFORM 4510-READ-ONE-LEDGER-RECORD THRU 4510-EXIT
002403         UNTIL WS-RLG-STATUS = '10'.
002404     CLOSE RUN-LEDGER-FILE.
002405     IF WS-NIGHT-RECORDS > ZERO
002406         GO TO 4500-EXIT
002407     END-IF.
002408     MOVE WS-YESTERDAY-DATE TO WS-NIGHT-DATE.
002409     OPEN INPUT RUN-LEDGER-FILE.
002410     PERFORM 4510-READ-ONE-LEDGER-RECORD THRU 4510-EXIT
002411         UNTIL WS-RLG-STATUS = '10'.
002412     CLOSE RUN-LEDGER-FILE.
002413 4500-EXIT.
002414     EXIT.
002415*
002416*----------------------------------------------------------------*
002417*    4510-READ-ONE-LEDGER-RECORD - FOLLOW THE NIGHT'S RECORDS IN
002418*    THE ORDER WRITTEN. THE OMINIGHT STREAM RECORD MARKS THE
002419*    NIGHT COMPLETE; A STEP STARTED OR FAILED AFTER IT OPENS THE
002420*    NIGHT AGAIN UNTIL A LATER CLEAN END FOR THE SAME STEP, AND A
002421*    FRESH STREAM RECORD, CLOSE IT.
002422*----------------------------------------------------------------*
002423 4510-READ-ONE-LEDGER-RECORD.
002424     READ RUN-LEDGER-FILE
002425         AT END
002426             MOVE '10' TO WS-RLG-STATUS
002427     END-READ.
002428     IF WS-RLG-STATUS = '10'
002429         GO TO 4510-EXIT
002430     END-IF.
002431     IF RLG-BUSINESS-DATE NOT = WS-NIGHT-DATE
002432         GO TO 4510-EXIT
002433     END-IF.
002434     ADD 1 TO WS-NIGHT-RECORDS.
002435     IF RLG-STEP-NAME = 'OMINIGHT'
002436         IF RLG-COMPLETE
002437             SET WS-STREAM-DONE TO TRUE
002438             MOVE SPACES TO WS-STREAM-FAILED-STEP
002439             MOVE SPACES TO WS-STREAM-OPEN-STEP
002440         END-IF
002441         GO TO 4510-EXIT
002442     END-IF.
002443     IF RLG-STARTED
002444         MOVE 'N' TO WS-STREAM-DONE-SWITCH
002445         MOVE RLG-STEP-NAME TO WS-STREAM-OPEN-STEP
002446     END-IF.
002447     IF RLG-FAILED
002448         MOVE 'N' TO WS-STREAM-DONE-SWITCH
002449         MOVE RLG-STEP-NAME TO WS-STREAM-FAILED-STEP
002450         IF WS-STREAM-OPEN-STEP = RLG-STEP-NAME
002451             MOVE SPACES TO WS-STREAM-OPEN-STEP
002452         END-IF
002453     END-IF.
002454     IF RLG-CLEAN
002455         IF WS-STREAM-OPEN-STEP = RLG-STEP-NAME
002456             MOVE SPACES TO WS-STREAM-OPEN-STEP
002457         END-IF
002458         IF WS-STREAM-FAILED-STEP = RLG-STEP-NAME
002459             MOVE SPACES TO WS-STREAM-FAILED-STEP
002460         END-IF
002461     END-IF.
002462 4510-EXIT.
002463     EXIT.
002464*
002465*----------------------------------------------------------------*
002470*    5000-COUNT-UNPRINTED - READ-ONLY SWEEP OF THE SPOOL FOR
002480*    SLIPS STILL WAITING FOR A PRINT RUN, THE SAME COUNT THE
002490*    PRINT-RELEASE PROGRAM SHOWS AT START-UP. VOIDED SLIPS ARE
003450         MOVE 'CHK0005' TO WS-OPS-CODE
003460         MOVE 'UNPRINTED SLIPS WAITING ON THE SPOOL'
003470             TO WS-OPS-TEXT
003471         PERFORM 8800-WRITE-OPS-MESSAGE THRU 8800-EXIT
003472     ELSE
003473         DISPLAY '  [ OK ] NO UNPRINTED SLIPS WAITING ON THE'
003474             ' SPOOL.'
003475     END-IF.
003476     IF WS-BDT-MISSING
003477         DISPLAY '  [WARN] NO BUSINESS DATE ON OMIBDAT - THE'
003478             ' MACHINE DATE WAS USED.'
003479         MOVE 'W' TO WS-OPS-SEVERITY
003480         MOVE 'CHK0006' TO WS-OPS-CODE
003481         MOVE 'NO BUSINESS DATE ON OMIBDAT - MACHINE DATE USED'
003482             TO WS-OPS-TEXT
003483         PERFORM 8800-WRITE-OPS-MESSAGE THRU 8800-EXIT
003484     ELSE
003485         IF WS-CURRENT-DATE < WS-MACHINE-DATE
003486             DISPLAY '  [STOP] BUSINESS DATE ' WS-CURRENT-DATE
003487                 ' IS BEHIND THE CLOCK - LAST NIGHT''S ROLL'
003488                 ' NEVER RAN.'
003489             MOVE 'S' TO WS-OPS-SEVERITY
003490             MOVE 'CHK0006' TO WS-OPS-CODE
003491             MOVE 'BUSINESS DATE NEVER ROLLED - RUN OMIROLL'
003492                 TO WS-OPS-TEXT
003493             PERFORM 8800-WRITE-OPS-MESSAGE THRU 8800-EXIT
003494         ELSE
003495             IF WS-CURRENT-DATE > WS-MACHINE-DATE
003496                 DISPLAY '  [WARN] BUSINESS DATE '
003497                     WS-CURRENT-DATE ' IS AHEAD OF THE CLOCK.'
003498                 MOVE 'W' TO WS-OPS-SEVERITY
003499                 MOVE 'CHK0006' TO WS-OPS-CODE
003500                 MOVE 'BUSINESS DATE AHEAD OF THE MACHINE DATE'
003501                     TO WS-OPS-TEXT
003502                 PERFORM 8800-WRITE-OPS-MESSAGE THRU 8800-EXIT
003503             ELSE
003504                 DISPLAY '  [ OK ] BUSINESS DATE ROLLED TO TODAY'
003505                     ' ON OMIBDAT.'
003506             END-IF
003507         END-IF
003508     END-IF.
003509     IF WS-RLG-MISSING
003510         DISPLAY '  [WARN] NO OMIRUNL RUN LEDGER - THE NIGHT'
003511             ' STREAM WAS NOT RUN UNDER OMINIGHT.'
003512         MOVE 'W' TO WS-OPS-SEVERITY
003513         MOVE 'CHK0007' TO WS-OPS-CODE
003514         MOVE 'NO RUN LEDGER - STREAM NOT RUN UNDER OMINIGHT'
003515             TO WS-OPS-TEXT
003516         PERFORM 8800-WRITE-OPS-MESSAGE THRU 8800-EXIT
003517     ELSE
003518         IF WS-STREAM-DONE
003519             DISPLAY '  [ OK ] NIGHT STREAM FOR ' WS-NIGHT-DATE
003520                 ' COMPLETE ON OMIRUNL.'
003521         ELSE
003522             PERFORM 6100-SHOW-STREAM-INCOMPLETE THRU 6100-EXIT
003523         END-IF
003524     END-IF.
003530     IF WS-HIGHEST-SEVERITY = 8
003540         DISPLAY '  VERDICT: NO-GO - HOLD THE KIOSK START-UP.'
003550     ELSE
003560         IF WS-HIGHEST-SEVERITY = 4
003570             DISPLAY '  VERDICT: GO, WITH WARNINGS TO CLEAR.'
003580         ELSE
003581             DISPLAY '  VERDICT: GO.'
003582         END-IF
003583     END-IF.
003584 6000-EXIT.
003585     EXIT.
003586*
003587*----------------------------------------------------------------*
003588*    6100-SHOW-STREAM-INCOMPLETE - NAME WHAT HOLDS THE NIGHT
003589*    STREAM OPEN: A STEP THAT FAILED, A STEP THAT STARTED AND
003590*    NEVER ENDED, OR A STREAM THAT NEVER RAN OR STOPPED SHORT.
003591*    ANY OF THEM MEANS LAST NIGHT'S WORK IS NOT ALL DONE.
003592*----------------------------------------------------------------*
003593 6100-SHOW-STREAM-INCOMPLETE.
003594     IF WS-NIGHT-RECORDS = ZERO
003595         DISPLAY '  [STOP] NIGHT STREAM FOR ' WS-NIGHT-DATE
003596             ' NEVER RAN - RUN OMINIGHT.'
003597     ELSE
003598         IF WS-STREAM-FAILED-STEP NOT = SPACES
003599             DISPLAY '  [STOP] NIGHT STREAM FOR ' WS-NIGHT-DATE
003600                 ' INCOMPLETE - ' WS-STREAM-FAILED-STEP
003601                 ' FAILED. RERUN OMINIGHT.'
003602         ELSE
003603             IF WS-STREAM-OPEN-STEP NOT = SPACES
003604                 DISPLAY '  [STOP] NIGHT STREAM FOR '
003605                     WS-NIGHT-DATE
003606                     ' INCOMPLETE - ' WS-STREAM-OPEN-STEP
003607                     ' NEVER ENDED. RERUN OMINIGHT.'
003608             ELSE
003609                 DISPLAY '  [STOP] NIGHT STREAM FOR '
003610                     WS-NIGHT-DATE
003611                     ' INCOMPLETE - STOPPED SHORT.'
003612                     ' RERUN OMINIGHT.'
003613             END-IF
003614         END-IF
003615     END-IF.
003616     MOVE 'S' TO WS-OPS-SEVERITY.
003617     MOVE 'CHK0007' TO WS-OPS-CODE.
003618     MOVE 'NIGHT STREAM INCOMPLETE - RERUN OMINIGHT'
003619         TO WS-OPS-TEXT.
003620     PERFORM 8800-WRITE-OPS-MESSAGE THRU 8800-EXIT.
003621 6100-EXIT.
003630     EXIT.
003640*
003650*----------------------------------------------------------------*
