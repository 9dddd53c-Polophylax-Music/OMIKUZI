000210*                      THE VOID PROGRAM - FLAGGING ANY LOT WHOSE
000220*                      SALES EXCEED WHAT WAS DRAWN, SO JANUARY NO
000230*                      LONGER TURNS UP BOXES NOBODY CAN ACCOUNT
000231*                      FOR.
000232*    2026-10-01 TS    THE RUN DATE NOW COMES FROM THE OMIBDAT
000233*                      BUSINESS-DATE CONTROL RECORD INSTEAD OF THE
000234*                      MACHINE CLOCK, SO A RUN PAST MIDNIGHT STAYS
000235*                      ON THE SHRINE DAY IT BELONGS TO.
000236*    2026-10-02 TS    SIGN-ON IS NOW CHECKED AGAINST THE OMIOPER
000237*                      OPERATOR MASTER - THE OPERATOR MUST BE ON
000238*                      FILE, ACTIVE, GIVE THE RIGHT PIN AND HOLD
000239*                      CLERK AUTHORITY OR ABOVE, A TELLER ONLY
000240*                      SERVING STICKS - INSTEAD OF TAKING ANY
000241*                      EIGHT CHARACTERS TYPED. EVERY SIGN-ON AND
000242*                      REFUSAL IS WRITTEN TO THE OMIACCL ACCESS
000243*                      LOG.
000250*
000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000350     SELECT SITE-FILE ASSIGN TO "OMISITE"
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS WS-SIT-STATUS.
000371     SELECT BUSINESS-DATE-FILE ASSIGN TO "OMIBDAT"
000372         ORGANIZATION IS LINE SEQUENTIAL
000373         FILE STATUS IS WS-BDT-STATUS.
000374     SELECT OPERATOR-FILE ASSIGN TO "OMIOPER"
000375         ORGANIZATION IS LINE SEQUENTIAL
000376         FILE STATUS IS WS-OPM-STATUS.
000377     SELECT ACCESS-LOG-FILE ASSIGN TO "OMIACCL"
000378         ORGANIZATION IS LINE SEQUENTIAL
000379         FILE STATUS IS WS-ACL-STATUS.
000380*
000390 DATA DIVISION.
000400 FILE SECTION.
000490 FD  SITE-FILE
000500     RECORD CONTAINS 4 CHARACTERS.
000510 COPY OMSITFD.
000511*
000512 FD  BUSINESS-DATE-FILE
000513     RECORD CONTAINS 32 CHARACTERS.
000514 COPY OMBDTFD.
000515*
000516 FD  OPERATOR-FILE
000517     RECORD CONTAINS 60 CHARACTERS.
000518 COPY OMOPRFD.
000519*
000520 FD  ACCESS-LOG-FILE
000521     RECORD CONTAINS 93 CHARACTERS.
000522 COPY OMACLFD.
000523*
000530 WORKING-STORAGE SECTION.
000540 01  WS-CURRENT-DATE              PIC 9(08).
000545 01  WS-BDT-STATUS                PIC X(02).
000550 01  WS-CURRENT-TIME              PIC 9(08).
000560 01  WS-MAN-STATUS                PIC X(02).
000570 01  WS-STK-STATUS                PIC X(02).
000630 01  WS-USER-DONE-SWITCH          PIC X(01) VALUE 'N'.
000640     88  WS-USER-DONE                  VALUE 'Y'.
000650 01  WS-MENU-TRIES                PIC 9(02) COMP VALUE ZERO.
000651 01  WS-MENU-TRY-LIMIT            PIC 9(02) COMP VALUE 5.
000652 01  WS-OPER-TRIES                PIC 9(02) COMP.
000653*
000654*    THE OPERATOR SIGNING ON, AS FOUND ON THE OMIOPER MASTER, AND
000655*    THE ACCESS EVENT IN HAND FOR THE OMIACCL ACCESS LOG -
000656*    S SIGN-ON, R REFUSAL, P PRIVILEGED ACTION.
000657 01  WS-OPM-STATUS                PIC X(02).
000658 01  WS-ACL-STATUS                PIC X(02).
000659 01  WS-ACL-TIME                  PIC 9(08).
000660 01  WS-ACL-EVENT                 PIC X(01).
000661 01  WS-ACL-TEXT                  PIC X(60).
000662 01  WS-OPER-PIN                  PIC X(04).
000663 01  WS-OPER-FILE-PIN             PIC X(04).
000664 01  WS-OPER-NAME                 PIC X(30).
000665 01  WS-OPER-LEVEL                PIC X(01).
000666     88  WS-OPER-SUPERVISOR            VALUE 'S'.
000667     88  WS-OPER-CLERK                 VALUE 'C'.
000668     88  WS-OPER-TELLER                VALUE 'T'.
000669 01  WS-OPER-STATE                PIC X(01).
000670     88  WS-OPER-ACTIVE                VALUE 'A'.
000671 01  WS-OPM-SWITCH                PIC X(01) VALUE 'N'.
000672     88  WS-OPM-FOUND                  VALUE 'Y'.
000673     88  WS-OPM-NOT-FOUND              VALUE 'N'.
000674     88  WS-OPM-MISSING                VALUE 'M'.
000680*
000690*    NUMERIC ENTRY EDITING - TYPED INPUT SITS AT THE LEFT OF
000700*    THE FIELD WITH TRAILING SPACES, SO THE DIGITS ARE SHIFTED
001250*    AND BUILD THE LOT BALANCE FROM THE MANIFEST AND THE LEDGER.
001260*----------------------------------------------------------------*
001270 1000-INITIALIZE.
001280     PERFORM 1010-LOAD-BUSINESS-DATE THRU 1010-EXIT.
001290     PERFORM 1100-GET-OPERATOR-ID THRU 1100-EXIT.
001300     IF WS-USER-DONE
001310         GO TO 1000-EXIT
001320     END-IF.
001330     PERFORM 1050-LOAD-SITE-ID THRU 1050-EXIT.
001340     PERFORM 1200-LOAD-MANIFEST THRU 1200-EXIT.
001341     PERFORM 1300-LOAD-LEDGER THRU 1300-EXIT.
001342     DISPLAY 'OMISTOCK: ' LOT-COUNT ' LOT(S) ON THE MANIFEST.'.
001343 1000-EXIT.
001344     EXIT.
001345*
001346*----------------------------------------------------------------*
001347*    1010-LOAD-BUSINESS-DATE - THE SHRINE DAY COMES FROM THE
001348*    OMIBDAT CONTROL RECORD, NOT THE MACHINE CLOCK, SO A STREAM
001349*    THAT RUNS PAST MIDNIGHT STAYS ON THE DAY IT BELONGS TO.
001350*    ONLY THE END-OF-DAY ROLL MOVES IT ON. WITH NO USABLE
001351*    RECORD ON FILE THE MACHINE DATE IS TAKEN, AS BEFORE.
001352*----------------------------------------------------------------*
001353 1010-LOAD-BUSINESS-DATE.
001354     MOVE ZERO TO WS-CURRENT-DATE.
001355     OPEN INPUT BUSINESS-DATE-FILE.
001356     IF WS-BDT-STATUS NOT = '35'
001357         READ BUSINESS-DATE-FILE
001358             AT END
001359                 CONTINUE
001360         END-READ
001361         IF WS-BDT-STATUS = '00'
001362          AND BDR-BUSINESS-DATE IS NUMERIC
001363             MOVE BDR-BUSINESS-DATE TO WS-CURRENT-DATE
001364         END-IF
001365         CLOSE BUSINESS-DATE-FILE
001366     END-IF.
001367     IF WS-CURRENT-DATE = ZERO
001368         ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
001369         DISPLAY 'OMIBDAT: NO BUSINESS DATE ON FILE - USING THE'
001370             ' MACHINE DATE ' WS-CURRENT-DATE '.'
001371     END-IF.
001372 1010-EXIT.
001380     EXIT.
001390*
001400*----------------------------------------------------------------*
001610*
001620*----------------------------------------------------------------*
001630*    1100-GET-OPERATOR-ID - EVERY MOVEMENT IS WRITTEN TO THE
001635*    LEDGER UNDER THE OPERATOR'S NAME, SO THE RUN DOES NOT PROCEED
001640*    WITHOUT AN OPERATOR WHO IS ON THE OMIOPER MASTER, ACTIVE,
001645*    GIVES THE RIGHT PIN AND HOLDS CLERK AUTHORITY OR ABOVE - A
001650*    TELLER ONLY SERVES STICKS. EVERY SIGN-ON AND EVERY REFUSAL
001655*    GOES TO THE OMIACCL ACCESS LOG.
001660*----------------------------------------------------------------*
001670 1100-GET-OPERATOR-ID.
001680     MOVE ZERO TO WS-OPER-TRIES.
001720            OR WS-OPER-TRIES > WS-MENU-TRY-LIMIT.
001730     IF WS-OPERATOR-ID = SPACES
001740         DISPLAY 'OMISTOCK: NO OPERATOR GIVEN - ENDING THE RUN.'
001741         SET WS-USER-DONE TO TRUE
001742         GO TO 1100-EXIT
001743     END-IF.
001744     DISPLAY 'PIN: ' WITH NO ADVANCING.
001745     ACCEPT WS-OPER-PIN.
001746     PERFORM 1120-FIND-OPERATOR THRU 1120-EXIT.
001747     PERFORM 1130-CHECK-OPERATOR THRU 1130-EXIT.
001748     IF WS-ACL-TEXT NOT = SPACES
001749         MOVE 'R' TO WS-ACL-EVENT
001750         PERFORM 8700-WRITE-ACCESS-LOG THRU 8700-EXIT
001751         DISPLAY 'OMISTOCK: SIGN-ON REFUSED - ' WS-ACL-TEXT
001752         SET WS-USER-DONE TO TRUE
001753         GO TO 1100-EXIT
001754     END-IF.
001755     MOVE 'S' TO WS-ACL-EVENT.
001756     IF WS-OPER-SUPERVISOR
001757         MOVE 'SIGNED ON - SUPERVISOR' TO WS-ACL-TEXT
001758     ELSE
001759         IF WS-OPER-CLERK
001760             MOVE 'SIGNED ON - CLERK' TO WS-ACL-TEXT
001761         ELSE
001762             MOVE 'SIGNED ON - TELLER' TO WS-ACL-TEXT
001763         END-IF
001764     END-IF.
001765     PERFORM 8700-WRITE-ACCESS-LOG THRU 8700-EXIT.
001766     DISPLAY 'OMISTOCK: SIGNED ON AS ' WS-OPER-NAME.
001770 1100-EXIT.
001780     EXIT.
001781*
001782 1110-PROMPT-OPERATOR.
001783     ADD 1 TO WS-OPER-TRIES.
001784     DISPLAY 'OPERATOR (UP TO 8 CHARACTERS): '
001785         WITH NO ADVANCING.
001786     ACCEPT WS-OPERATOR-ID.
001787 1110-EXIT.
001788     EXIT.
001789*
001790*----------------------------------------------------------------*
001791*    1120-FIND-OPERATOR - LOOK THE OPERATOR UP ON THE OMIOPER
001792*    MASTER AND KEEP THE PARTICULARS THE SIGN-ON CHECK NEEDS. A
001793*    MISSING MASTER IS NOTED SO THE REFUSAL CAN SAY SO.
001794*----------------------------------------------------------------*
001795 1120-FIND-OPERATOR.
001796     SET WS-OPM-NOT-FOUND TO TRUE.
001797     OPEN INPUT OPERATOR-FILE.
001798     IF WS-OPM-STATUS = '35'
001799         SET WS-OPM-MISSING TO TRUE
001800         GO TO 1120-EXIT
001801     END-IF.
001802     PERFORM 1125-READ-ONE-OPERATOR THRU 1125-EXIT
001803         UNTIL WS-OPM-STATUS = '10' OR WS-OPM-FOUND.
001804     CLOSE OPERATOR-FILE.
001805 1120-EXIT.
001806     EXIT.
001807*
001808 1125-READ-ONE-OPERATOR.
001809     READ OPERATOR-FILE
001810         AT END
001811             MOVE '10' TO WS-OPM-STATUS
001812     END-READ.
001813     IF WS-OPM-STATUS = '10'
001814         GO TO 1125-EXIT
001815     END-IF.
001816     IF OPM-OPERATOR-ID = WS-OPERATOR-ID
001817         SET WS-OPM-FOUND TO TRUE
001818         MOVE OPM-OPERATOR-NAME TO WS-OPER-NAME
001819         MOVE OPM-PIN           TO WS-OPER-FILE-PIN
001820         MOVE OPM-AUTH-LEVEL    TO WS-OPER-LEVEL
001821         MOVE OPM-STATUS        TO WS-OPER-STATE
001822     END-IF.
001823 1125-EXIT.
001824     EXIT.
001825*
001826*----------------------------------------------------------------*
001827*    1130-CHECK-OPERATOR - DECIDE WHETHER THE OPERATOR MAY SIGN
001828*    ON, LEAVING THE REASON FOR A REFUSAL IN THE ACCESS-LOG TEXT
001829*    (SPACES WHEN THE SIGN-ON IS GOOD). THE PIN IS ASKED FOR EVEN
001830*    WHEN THE ID IS UNKNOWN, SO THE PROMPTS DO NOT GIVE AWAY WHICH
001831*    IDS EXIST. THIS PROGRAM NEEDS CLERK AUTHORITY OR ABOVE.
001832*----------------------------------------------------------------*
001833 1130-CHECK-OPERATOR.
001834     MOVE SPACES TO WS-ACL-TEXT.
001835     IF WS-OPM-MISSING
001836         MOVE 'NO OPERATOR MASTER ON FILE - SET UP OMIOPER'
001837             TO WS-ACL-TEXT
001838         GO TO 1130-EXIT
001839     END-IF.
001840     IF NOT WS-OPM-FOUND
001841         MOVE 'UNKNOWN OPERATOR' TO WS-ACL-TEXT
001842         GO TO 1130-EXIT
001843     END-IF.
001844     IF WS-OPER-PIN NOT = WS-OPER-FILE-PIN
001845         MOVE 'WRONG PIN' TO WS-ACL-TEXT
001846         GO TO 1130-EXIT
001847     END-IF.
001848     IF NOT WS-OPER-ACTIVE
001849         MOVE 'OPERATOR IS INACTIVE' TO WS-ACL-TEXT
001850         GO TO 1130-EXIT
001851     END-IF.
001852     IF NOT WS-OPER-SUPERVISOR AND NOT WS-OPER-CLERK
001853         MOVE 'NOT AUTHORIZED - A TELLER MAY ONLY SERVE STICKS'
001854             TO WS-ACL-TEXT
001855     END-IF.
001856 1130-EXIT.
001860     EXIT.
001870*
001880*----------------------------------------------------------------*
005870     WRITE STOCK-LEDGER-RECORD.
005880     CLOSE STOCK-FILE.
005890 8500-EXIT.
005891     EXIT.
005892*
005893*----------------------------------------------------------------*
005894*    8700-WRITE-ACCESS-LOG - APPEND THE ACCESS EVENT IN HAND TO
005895*    THE OMIACCL ACCESS LOG UNDER THE SIGNED-ON OPERATOR, CREATING
005896*    THE FILE ON FIRST USE. OPENED AND CLOSED PER EVENT SO
005897*    CONCURRENT COUNTERS INTERLEAVE WHOLE RECORDS. A LOG THAT
005898*    CANNOT BE OPENED LOSES THE EVENT BUT NEVER STOPS THE RUN.
005899*----------------------------------------------------------------*
005900 8700-WRITE-ACCESS-LOG.
005901     ACCEPT WS-ACL-TIME FROM TIME.
005902     OPEN EXTEND ACCESS-LOG-FILE.
005903     IF WS-ACL-STATUS = '35'
005904         OPEN OUTPUT ACCESS-LOG-FILE
005905         CLOSE ACCESS-LOG-FILE
005906         OPEN EXTEND ACCESS-LOG-FILE
005907     END-IF.
005908     IF WS-ACL-STATUS NOT = '00'
005909         DISPLAY 'OMIACCL: CANNOT OPEN ACCESS LOG (STATUS '
005910             WS-ACL-STATUS ') - EVENT LOST.'
005911         GO TO 8700-EXIT
005912     END-IF.
005913     MOVE WS-CURRENT-DATE TO ACL-LOG-DATE.
005914     MOVE WS-ACL-TIME     TO ACL-LOG-TIME.
005915     MOVE 'OMISTOCK'      TO ACL-PROGRAM-ID.
005916     MOVE WS-OPERATOR-ID  TO ACL-OPERATOR-ID.
005917     MOVE WS-ACL-EVENT    TO ACL-EVENT-TYPE.
005918     MOVE WS-ACL-TEXT     TO ACL-EVENT-TEXT.
005919     WRITE ACCESS-LOG-RECORD.
005920     CLOSE ACCESS-LOG-FILE.
005921 8700-EXIT.
005922     EXIT.
005923*
005924*----------------------------------------------------------------*
005930*    9000-TERMINATE - END THE RUN.
005940*----------------------------------------------------------------*
005950 9000-TERMINATE.
