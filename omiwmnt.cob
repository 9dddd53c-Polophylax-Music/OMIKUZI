000190*                      BEFORE EACH CHANGE IS COMMITTED, AND
000200*                      APPENDS EVERY ACCEPTED CHANGE (OLD WEIGHT,
000210*                      NEW WEIGHT, DATE, TIME, OPERATOR) TO THE
000211*                      OMIWAUD ODDS-CHANGE AUDIT TRAIL.
000212*    2026-10-01 TS    THE RUN DATE NOW COMES FROM THE OMIBDAT
000213*                      BUSINESS-DATE CONTROL RECORD INSTEAD OF THE
000214*                      MACHINE CLOCK, SO A RUN PAST MIDNIGHT STAYS
000215*                      ON THE SHRINE DAY IT BELONGS TO.
000216*    2026-10-02 TS    SIGN-ON IS NOW CHECKED AGAINST THE OMIOPER
000217*                      OPERATOR MASTER - THE OPERATOR MUST BE ON
000218*                      FILE, ACTIVE, GIVE THE RIGHT PIN AND HOLD
000219*                      CLERK AUTHORITY OR ABOVE - INSTEAD OF
000220*                      TAKING ANY EIGHT CHARACTERS TYPED. A CLERK
000221*                      MAY LIST AND SHOW THE ODDS BUT ONLY A
000222*                      SUPERVISOR MAY CHANGE THEM. EVERY SIGN-ON,
000223*                      REFUSAL AND SAVED ODDS CHANGE IS WRITTEN TO
000224*                      THE OMIACCL ACCESS LOG.
000230*
000240 ENVIRONMENT DIVISION.
000250 INPUT-OUTPUT SECTION.
000300     SELECT AUDIT-FILE ASSIGN TO "OMIWAUD"
000310         ORGANIZATION IS LINE SEQUENTIAL
000320         FILE STATUS IS WS-AUD-STATUS.
000321     SELECT BUSINESS-DATE-FILE ASSIGN TO "OMIBDAT"
000322         ORGANIZATION IS LINE SEQUENTIAL
000323         FILE STATUS IS WS-BDT-STATUS.
000324     SELECT OPERATOR-FILE ASSIGN TO "OMIOPER"
000325         ORGANIZATION IS LINE SEQUENTIAL
000326         FILE STATUS IS WS-OPM-STATUS.
000327     SELECT ACCESS-LOG-FILE ASSIGN TO "OMIACCL"
000328         ORGANIZATION IS LINE SEQUENTIAL
000329         FILE STATUS IS WS-ACL-STATUS.
000330*
000340 DATA DIVISION.
000350 FILE SECTION.
000400 FD  AUDIT-FILE
000410     RECORD CONTAINS 52 CHARACTERS.
000420 COPY OMWAUFD.
000421*
000422 FD  BUSINESS-DATE-FILE
000423     RECORD CONTAINS 32 CHARACTERS.
000424 COPY OMBDTFD.
000425*
000426 FD  OPERATOR-FILE
000427     RECORD CONTAINS 60 CHARACTERS.
000428 COPY OMOPRFD.
000429*
000430 FD  ACCESS-LOG-FILE
000431     RECORD CONTAINS 93 CHARACTERS.
000432 COPY OMACLFD.
000433*
000440 WORKING-STORAGE SECTION.
000450 01  WS-CURRENT-DATE              PIC 9(08).
000455 01  WS-BDT-STATUS                PIC X(02).
000460 01  WS-CURRENT-TIME              PIC 9(08).
000470 01  WS-WGT-STATUS                PIC X(02).
000480 01  WS-AUD-STATUS                PIC X(02).
000520 01  WS-USER-DONE-SWITCH          PIC X(01) VALUE 'N'.
000530     88  WS-USER-DONE                  VALUE 'Y'.
000540 01  WS-MENU-TRIES                PIC 9(02) COMP VALUE ZERO.
000541 01  WS-MENU-TRY-LIMIT            PIC 9(02) COMP VALUE 5.
000542 01  WS-OPER-TRIES                PIC 9(02) COMP.
000543*
000544*    THE OPERATOR SIGNING ON, AS FOUND ON THE OMIOPER MASTER, AND
000545*    THE ACCESS EVENT IN HAND FOR THE OMIACCL ACCESS LOG -
000546*    S SIGN-ON, R REFUSAL, P PRIVILEGED ACTION.
000547 01  WS-OPM-STATUS                PIC X(02).
000548 01  WS-ACL-STATUS                PIC X(02).
000549 01  WS-ACL-TIME                  PIC 9(08).
000550 01  WS-ACL-EVENT                 PIC X(01).
000551 01  WS-ACL-TEXT                  PIC X(60).
000552 01  WS-OPER-PIN                  PIC X(04).
000553 01  WS-OPER-FILE-PIN             PIC X(04).
000554 01  WS-OPER-NAME                 PIC X(30).
000555 01  WS-OPER-LEVEL                PIC X(01).
000556     88  WS-OPER-SUPERVISOR            VALUE 'S'.
000557     88  WS-OPER-CLERK                 VALUE 'C'.
000558     88  WS-OPER-TELLER                VALUE 'T'.
000559 01  WS-OPER-STATE                PIC X(01).
000560     88  WS-OPER-ACTIVE                VALUE 'A'.
000561 01  WS-OPM-SWITCH                PIC X(01) VALUE 'N'.
000562     88  WS-OPM-FOUND                  VALUE 'Y'.
000563     88  WS-OPM-NOT-FOUND              VALUE 'N'.
000564     88  WS-OPM-MISSING                VALUE 'M'.
000570*
000580*    NUMERIC ENTRY EDITING - TYPED INPUT SITS AT THE LEFT OF
000590*    THE FIELD WITH TRAILING SPACES, SO THE DIGITS ARE SHIFTED
001240*    FOR THE AUDIT TRAIL AND LOAD THE WEIGHT FILE INTO STORAGE.
001250*----------------------------------------------------------------*
001260 1000-INITIALIZE.
001270     PERFORM 1010-LOAD-BUSINESS-DATE THRU 1010-EXIT.
001280     PERFORM 1100-GET-OPERATOR-ID THRU 1100-EXIT.
001290     IF WS-USER-DONE
001300         GO TO 1000-EXIT
001360     EXIT.
001370*
001380*----------------------------------------------------------------*
001381*    1010-LOAD-BUSINESS-DATE - THE SHRINE DAY COMES FROM THE
001382*    OMIBDAT CONTROL RECORD, NOT THE MACHINE CLOCK, SO A STREAM
001383*    THAT RUNS PAST MIDNIGHT STAYS ON THE DAY IT BELONGS TO.
001384*    ONLY THE END-OF-DAY ROLL MOVES IT ON. WITH NO USABLE
001385*    RECORD ON FILE THE MACHINE DATE IS TAKEN, AS BEFORE.
001386*----------------------------------------------------------------*
001387 1010-LOAD-BUSINESS-DATE.
001388     MOVE ZERO TO WS-CURRENT-DATE.
001389     OPEN INPUT BUSINESS-DATE-FILE.
001390     IF WS-BDT-STATUS NOT = '35'
001391         READ BUSINESS-DATE-FILE
001392             AT END
001393                 CONTINUE
001394         END-READ
001395         IF WS-BDT-STATUS = '00'
001396          AND BDR-BUSINESS-DATE IS NUMERIC
001397             MOVE BDR-BUSINESS-DATE TO WS-CURRENT-DATE
001398         END-IF
001399         CLOSE BUSINESS-DATE-FILE
001400     END-IF.
001401     IF WS-CURRENT-DATE = ZERO
001402         ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
001403         DISPLAY 'OMIBDAT: NO BUSINESS DATE ON FILE - USING THE'
001404             ' MACHINE DATE ' WS-CURRENT-DATE '.'
001405     END-IF.
001406 1010-EXIT.
001407     EXIT.
001408*
001409*----------------------------------------------------------------*
001410*    1100-GET-OPERATOR-ID - EVERY ACCEPTED CHANGE IS WRITTEN TO
001411*    THE AUDIT TRAIL UNDER THE OPERATOR'S NAME, SO THE RUN DOES
001412*    NOT PROCEED WITHOUT AN OPERATOR WHO IS ON THE OMIOPER MASTER,
001413*    ACTIVE, GIVES THE RIGHT PIN AND HOLDS CLERK AUTHORITY OR
001414*    ABOVE - A TELLER ONLY SERVES STICKS. CHANGING THE ODDS IS
001415*    FURTHER HELD TO A SUPERVISOR. EVERY SIGN-ON AND EVERY REFUSAL
001416*    GOES TO THE OMIACCL ACCESS LOG.
001420*----------------------------------------------------------------*
001430 1100-GET-OPERATOR-ID.
001440     MOVE ZERO TO WS-OPER-TRIES.
001480            OR WS-OPER-TRIES > WS-MENU-TRY-LIMIT.
001490     IF WS-OPERATOR-ID = SPACES
001500         DISPLAY 'OMIWMNT: NO OPERATOR GIVEN - ENDING THE RUN.'
001501         SET WS-USER-DONE TO TRUE
001502         GO TO 1100-EXIT
001503     END-IF.
001504     DISPLAY 'PIN: ' WITH NO ADVANCING.
001505     ACCEPT WS-OPER-PIN.
001506     PERFORM 1120-FIND-OPERATOR THRU 1120-EXIT.
001507     PERFORM 1130-CHECK-OPERATOR THRU 1130-EXIT.
001508     IF WS-ACL-TEXT NOT = SPACES
001509         MOVE 'R' TO WS-ACL-EVENT
001510         PERFORM 8700-WRITE-ACCESS-LOG THRU 8700-EXIT
001511         DISPLAY 'OMIWMNT: SIGN-ON REFUSED - ' WS-ACL-TEXT
001512         SET WS-USER-DONE TO TRUE
001513         GO TO 1100-EXIT
001514     END-IF.
001515     MOVE 'S' TO WS-ACL-EVENT.
001516     IF WS-OPER-SUPERVISOR
001517         MOVE 'SIGNED ON - SUPERVISOR' TO WS-ACL-TEXT
001518     ELSE
001519         IF WS-OPER-CLERK
001520             MOVE 'SIGNED ON - CLERK' TO WS-ACL-TEXT
001521         ELSE
001522             MOVE 'SIGNED ON - TELLER' TO WS-ACL-TEXT
001523         END-IF
001524     END-IF.
001525     PERFORM 8700-WRITE-ACCESS-LOG THRU 8700-EXIT.
001526     DISPLAY 'OMIWMNT: SIGNED ON AS ' WS-OPER-NAME.
001530 1100-EXIT.
001540     EXIT.
001541*
001542 1110-PROMPT-OPERATOR.
001543     ADD 1 TO WS-OPER-TRIES.
001544     DISPLAY 'OPERATOR (UP TO 8 CHARACTERS): '
001545         WITH NO ADVANCING.
001546     ACCEPT WS-OPERATOR-ID.
001547 1110-EXIT.
001548     EXIT.
001549*
001550*----------------------------------------------------------------*
001551*    1120-FIND-OPERATOR - LOOK THE OPERATOR UP ON THE OMIOPER
001552*    MASTER AND KEEP THE PARTICULARS THE SIGN-ON CHECK NEEDS. A
001553*    MISSING MASTER IS NOTED SO THE REFUSAL CAN SAY SO.
001554*----------------------------------------------------------------*
001555 1120-FIND-OPERATOR.
001556     SET WS-OPM-NOT-FOUND TO TRUE.
001557     OPEN INPUT OPERATOR-FILE.
001558     IF WS-OPM-STATUS = '35'
001559         SET WS-OPM-MISSING TO TRUE
001560         GO TO 1120-EXIT
001561     END-IF.
001562     PERFORM 1125-READ-ONE-OPERATOR THRU 1125-EXIT
001563         UNTIL WS-OPM-STATUS = '10' OR WS-OPM-FOUND.
001564     CLOSE OPERATOR-FILE.
001565 1120-EXIT.
001566     EXIT.
001567*
001568 1125-READ-ONE-OPERATOR.
001569     READ OPERATOR-FILE
001570         AT END
001571             MOVE '10' TO WS-OPM-STATUS
001572     END-READ.
001573     IF WS-OPM-STATUS = '10'
001574         GO TO 1125-EXIT
001575     END-IF.
001576     IF OPM-OPERATOR-ID = WS-OPERATOR-ID
001577         SET WS-OPM-FOUND TO TRUE
001578         MOVE OPM-OPERATOR-NAME TO WS-OPER-NAME
001579         MOVE OPM-PIN           TO WS-OPER-FILE-PIN
001580         MOVE OPM-AUTH-LEVEL    TO WS-OPER-LEVEL
001581         MOVE OPM-STATUS        TO WS-OPER-STATE
001582     END-IF.
001583 1125-EXIT.
001584     EXIT.
001585*
001586*----------------------------------------------------------------*
001587*    1130-CHECK-OPERATOR - DECIDE WHETHER THE OPERATOR MAY SIGN
001588*    ON, LEAVING THE REASON FOR A REFUSAL IN THE ACCESS-LOG TEXT
001589*    (SPACES WHEN THE SIGN-ON IS GOOD). THE PIN IS ASKED FOR EVEN
001590*    WHEN THE ID IS UNKNOWN, SO THE PROMPTS DO NOT GIVE AWAY WHICH
001591*    IDS EXIST. THIS PROGRAM NEEDS CLERK AUTHORITY OR ABOVE.
001592*----------------------------------------------------------------*
001593 1130-CHECK-OPERATOR.
001594     MOVE SPACES TO WS-ACL-TEXT.
001595     IF WS-OPM-MISSING
001596         MOVE 'NO OPERATOR MASTER ON FILE - SET UP OMIOPER'
001597             TO WS-ACL-TEXT
001598         GO TO 1130-EXIT
001599     END-IF.
001600     IF NOT WS-OPM-FOUND
001601         MOVE 'UNKNOWN OPERATOR' TO WS-ACL-TEXT
001602         GO TO 1130-EXIT
001603     END-IF.
001604     IF WS-OPER-PIN NOT = WS-OPER-FILE-PIN
001605         MOVE 'WRONG PIN' TO WS-ACL-TEXT
001606         GO TO 1130-EXIT
001607     END-IF.
001608     IF NOT WS-OPER-ACTIVE
001609         MOVE 'OPERATOR IS INACTIVE' TO WS-ACL-TEXT
001610         GO TO 1130-EXIT
001611     END-IF.
001612     IF NOT WS-OPER-SUPERVISOR AND NOT WS-OPER-CLERK
001613         MOVE 'NOT AUTHORIZED - A TELLER MAY ONLY SERVE STICKS'
001614             TO WS-ACL-TEXT
001615     END-IF.
001616 1130-EXIT.
001620     EXIT.
001630*
001640*----------------------------------------------------------------*
002280     ELSE
002290         IF WS-CMD = 'C' OR WS-CMD = 'c'
002300             MOVE ZERO TO WS-MENU-TRIES
002302             IF WS-OPER-SUPERVISOR
002304                 PERFORM 4000-CHANGE-WEIGHT THRU 4000-EXIT
002306             ELSE
002308                 PERFORM 2200-REFUSE-CHANGE THRU 2200-EXIT
002310             END-IF
002320         ELSE
002330             IF WS-CMD = 'P' OR WS-CMD = 'p'
002340                 MOVE ZERO TO WS-MENU-TRIES
002549     END-IF.
002550     SET WS-USER-DONE TO TRUE.
002551 2150-EXIT.
002553     EXIT.
002555*
002557*----------------------------------------------------------------*
002559*    2200-REFUSE-CHANGE - ONLY A SUPERVISOR MAY CHANGE THE ODDS. A
002561*    CLERK CAN STILL LIST THE FILE AND SHOW THE PERCENTAGES; THE
002563*    ATTEMPT IS WRITTEN TO THE ACCESS LOG.
002565*----------------------------------------------------------------*
002567 2200-REFUSE-CHANGE.
002569     MOVE 'R' TO WS-ACL-EVENT.
002571     MOVE 'REFUSED - ODDS CHANGE NEEDS SUPERVISOR AUTHORITY'
002573         TO WS-ACL-TEXT.
002575     PERFORM 8700-WRITE-ACCESS-LOG THRU 8700-EXIT.
002577     DISPLAY 'REFUSED - ONLY A SUPERVISOR MAY CHANGE THE ODDS.'.
002579 2200-EXIT.
002581     EXIT.
002583*
002590*----------------------------------------------------------------*
002600*    3000-LIST-RECORDS - SHOW EVERY RECORD HELD IN STORAGE, IN
002610*    FILE ORDER, WITH ITS EFFECTIVE DATE RANGE.
004730*----------------------------------------------------------------*
004740*    5000-SAVE-AND-QUIT - REWRITE THE WEIGHT FILE FROM STORAGE,
004750*    APPEND THE SESSION'S ACCEPTED CHANGES TO THE AUDIT TRAIL
004755*    AND, AS PRIVILEGED ACTIONS, TO THE ACCESS LOG, AND END THE
004760*    RUN.
004770*----------------------------------------------------------------*
004780 5000-SAVE-AND-QUIT.
004790     OPEN OUTPUT WEIGHT-FILE.
005260     MOVE PND-LEVEL-CODE(PND-SUB)   TO AUR-LEVEL-CODE.
005270     MOVE PND-OLD-WEIGHT(PND-SUB)   TO AUR-OLD-WEIGHT.
005280     MOVE PND-NEW-WEIGHT(PND-SUB)   TO AUR-NEW-WEIGHT.
005281     WRITE ODDS-AUDIT-RECORD.
005282     MOVE 'P' TO WS-ACL-EVENT.
005283     MOVE SPACES TO WS-ACL-TEXT.
005284     STRING 'ODDS CHANGED - LEVEL ' DELIMITED BY SIZE
005285         PND-LEVEL-CODE(PND-SUB) DELIMITED BY SIZE
005286         ' WEIGHT ' DELIMITED BY SIZE
005287         PND-OLD-WEIGHT(PND-SUB) DELIMITED BY SIZE
005288         ' TO ' DELIMITED BY SIZE
005289         PND-NEW-WEIGHT(PND-SUB) DELIMITED BY SIZE
005290         INTO WS-ACL-TEXT.
005291     PERFORM 8700-WRITE-ACCESS-LOG THRU 8700-EXIT.
005300 5210-EXIT.
005310     EXIT.
005320*
006111 8100-EXIT.
006112     EXIT.
006113*
006114*----------------------------------------------------------------*
006115*    8700-WRITE-ACCESS-LOG - APPEND THE ACCESS EVENT IN HAND TO
006116*    THE OMIACCL ACCESS LOG UNDER THE SIGNED-ON OPERATOR, CREATING
006117*    THE FILE ON FIRST USE. OPENED AND CLOSED PER EVENT SO
006118*    CONCURRENT COUNTERS INTERLEAVE WHOLE RECORDS. A LOG THAT
006119*    CANNOT BE OPENED LOSES THE EVENT BUT NEVER STOPS THE RUN.
006120*----------------------------------------------------------------*
006121 8700-WRITE-ACCESS-LOG.
006122     ACCEPT WS-ACL-TIME FROM TIME.
006123     OPEN EXTEND ACCESS-LOG-FILE.
006124     IF WS-ACL-STATUS = '35'
006125         OPEN OUTPUT ACCESS-LOG-FILE
006126         CLOSE ACCESS-LOG-FILE
006127         OPEN EXTEND ACCESS-LOG-FILE
006128     END-IF.
006129     IF WS-ACL-STATUS NOT = '00'
006130         DISPLAY 'OMIACCL: CANNOT OPEN ACCESS LOG (STATUS '
006131             WS-ACL-STATUS ') - EVENT LOST.'
006132         GO TO 8700-EXIT
006133     END-IF.
006134     MOVE WS-CURRENT-DATE TO ACL-LOG-DATE.
006135     MOVE WS-ACL-TIME     TO ACL-LOG-TIME.
006136     MOVE 'OMIWMNT '      TO ACL-PROGRAM-ID.
006137     MOVE WS-OPERATOR-ID  TO ACL-OPERATOR-ID.
006138     MOVE WS-ACL-EVENT    TO ACL-EVENT-TYPE.
006139     MOVE WS-ACL-TEXT     TO ACL-EVENT-TEXT.
006140     WRITE ACCESS-LOG-RECORD.
006141     CLOSE ACCESS-LOG-FILE.
006142 8700-EXIT.
006143     EXIT.
006144*
006145*----------------------------------------------------------------*
006146*    9000-TERMINATE - END THE RUN.
006147*----------------------------------------------------------------*
006150 9000-TERMINATE.
006160     DISPLAY 'OMIWMNT: RUN COMPLETE.'.
006170 9000-EXIT.
