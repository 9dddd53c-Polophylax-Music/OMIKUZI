000270*                      LAST LOT ON OMIBLOT, PROVED AGAINST ITS
000280*                      OMIMANF MANIFEST, AND THE TELLER IS
000290*                      WARNED WHEN THE BOX RUNS LOW AND TOLD
000291*                      OUTRIGHT WHEN IT IS EXHAUSTED.
000292*    2026-10-01 TS    THE RUN DATE NOW COMES FROM THE OMIBDAT
000293*                      BUSINESS-DATE CONTROL RECORD INSTEAD OF THE
000294*                      MACHINE CLOCK, SO A RUN PAST MIDNIGHT STAYS
000295*                      ON THE SHRINE DAY IT BELONGS TO.
000296*    2026-10-02 TS    SIGN-ON IS NOW CHECKED AGAINST THE OMIOPER
000297*                      OPERATOR MASTER - THE TELLER MUST BE ON
000298*                      FILE, ACTIVE AND GIVE THE RIGHT PIN -
000299*                      INSTEAD OF TAKING ANY EIGHT CHARACTERS
000300*                      TYPED. EVERY SIGN-ON AND REFUSAL IS WRITTEN
000301*                      TO THE OMIACCL ACCESS LOG.
000310*
000320 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
000550         ACCESS MODE IS DYNAMIC
000560         RECORD KEY IS DMR-KEY
000570         FILE STATUS IS WS-DRW-STATUS.
000571     SELECT BUSINESS-DATE-FILE ASSIGN TO "OMIBDAT"
000572         ORGANIZATION IS LINE SEQUENTIAL
000573         FILE STATUS IS WS-BDT-STATUS.
000574     SELECT OPERATOR-FILE ASSIGN TO "OMIOPER"
000575         ORGANIZATION IS LINE SEQUENTIAL
000576         FILE STATUS IS WS-OPM-STATUS.
000577     SELECT ACCESS-LOG-FILE ASSIGN TO "OMIACCL"
000578         ORGANIZATION IS LINE SEQUENTIAL
000579         FILE STATUS IS WS-ACL-STATUS.
000580*
000590 DATA DIVISION.
000600 FILE SECTION.
000850 FD  DRAW-MASTER-FILE
000860     RECORD CONTAINS 97 CHARACTERS.
000870 COPY OMDRWFD.
000871*
000872 FD  BUSINESS-DATE-FILE
000873     RECORD CONTAINS 32 CHARACTERS.
000874 COPY OMBDTFD.
000875*
000876 FD  OPERATOR-FILE
000877     RECORD CONTAINS 60 CHARACTERS.
000878 COPY OMOPRFD.
000879*
000880 FD  ACCESS-LOG-FILE
000881     RECORD CONTAINS 93 CHARACTERS.
000882 COPY OMACLFD.
000883*
000890 WORKING-STORAGE SECTION.
000900 01  WS-CURRENT-DATE              PIC 9(08).
000905 01  WS-BDT-STATUS                PIC X(02).
000910 01  WS-CURRENT-TIME              PIC 9(08).
000920 01  WS-LOT-STATUS                PIC X(02).
000930 01  WS-MAN-STATUS                PIC X(02).
001130 01  WS-OPS-TEXT                  PIC X(60).
001140 01  WS-HIGHEST-SEVERITY          PIC 9(01) VALUE ZERO.
001150 01  WS-DRW-SWITCH                PIC X(01) VALUE 'N'.
001151     88  WS-DRAW-MASTER-OPEN           VALUE 'Y'.
001152     88  WS-DRAW-MASTER-SHUT           VALUE 'N'.
001153*
001154*    THE OPERATOR SIGNING ON, AS FOUND ON THE OMIOPER MASTER, AND
001155*    THE ACCESS EVENT IN HAND FOR THE OMIACCL ACCESS LOG -
001156*    S SIGN-ON, R REFUSAL, P PRIVILEGED ACTION.
001157 01  WS-OPM-STATUS                PIC X(02).
001158 01  WS-ACL-STATUS                PIC X(02).
001159 01  WS-ACL-TIME                  PIC 9(08).
001160 01  WS-ACL-EVENT                 PIC X(01).
001161 01  WS-ACL-TEXT                  PIC X(60).
001162 01  WS-OPER-PIN                  PIC X(04).
001163 01  WS-OPER-FILE-PIN             PIC X(04).
001164 01  WS-OPER-NAME                 PIC X(30).
001165 01  WS-OPER-LEVEL                PIC X(01).
001166     88  WS-OPER-SUPERVISOR            VALUE 'S'.
001167     88  WS-OPER-CLERK                 VALUE 'C'.
001168     88  WS-OPER-TELLER                VALUE 'T'.
001169 01  WS-OPER-STATE                PIC X(01).
001170     88  WS-OPER-ACTIVE                VALUE 'A'.
001171 01  WS-OPM-SWITCH                PIC X(01) VALUE 'N'.
001172     88  WS-OPM-FOUND                  VALUE 'Y'.
001173     88  WS-OPM-NOT-FOUND              VALUE 'N'.
001174     88  WS-OPM-MISSING                VALUE 'M'.
001180*
001190*    NUMERIC ENTRY EDITING - TYPED INPUT SITS AT THE LEFT OF
001200*    THE FIELD WITH TRAILING SPACES, SO THE DIGITS ARE SHIFTED
001710*    FROM THE ISSUED LEDGER.
001720*----------------------------------------------------------------*
001730 1000-INITIALIZE.
001740     PERFORM 1010-LOAD-BUSINESS-DATE THRU 1010-EXIT.
001750     PERFORM 1100-GET-OPERATOR-ID THRU 1100-EXIT.
001760     IF WS-USER-DONE
001770         GO TO 1000-EXIT
001890     COMPUTE WS-REMAINING =
001900         WS-MAN-SLIP-COUNT - WS-ISSUED-COUNT.
001910     DISPLAY 'OMITELL: BOX/LOT ' WS-LOT-NO ', SERIALS '
001911         WS-MAN-FIRST-SLIP ' THRU ' WS-MAN-LAST-SLIP ', '
001912         WS-REMAINING ' SLIP(S) LEFT.'.
001913 1000-EXIT.
001914     EXIT.
001915*
001916*----------------------------------------------------------------*
001917*    1010-LOAD-BUSINESS-DATE - THE SHRINE DAY COMES FROM THE
001918*    OMIBDAT CONTROL RECORD, NOT THE MACHINE CLOCK, SO A STREAM
001919*    THAT RUNS PAST MIDNIGHT STAYS ON THE DAY IT BELONGS TO.
001920*    ONLY THE END-OF-DAY ROLL MOVES IT ON. WITH NO USABLE
001921*    RECORD ON FILE THE MACHINE DATE IS TAKEN, AS BEFORE.
001922*----------------------------------------------------------------*
001923 1010-LOAD-BUSINESS-DATE.
001924     MOVE ZERO TO WS-CURRENT-DATE.
001925     OPEN INPUT BUSINESS-DATE-FILE.
001926     IF WS-BDT-STATUS NOT = '35'
001927         READ BUSINESS-DATE-FILE
001928             AT END
001929                 CONTINUE
001930         END-READ
001931         IF WS-BDT-STATUS = '00'
001932          AND BDR-BUSINESS-DATE IS NUMERIC
001933             MOVE BDR-BUSINESS-DATE TO WS-CURRENT-DATE
001934         END-IF
001935         CLOSE BUSINESS-DATE-FILE
001936     END-IF.
001937     IF WS-CURRENT-DATE = ZERO
001938         ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
001939         DISPLAY 'OMIBDAT: NO BUSINESS DATE ON FILE - USING THE'
001940             ' MACHINE DATE ' WS-CURRENT-DATE '.'
001941     END-IF.
001942 1010-EXIT.
001950     EXIT.
001960*
001970*----------------------------------------------------------------*
002190*
002200*----------------------------------------------------------------*
002210*    1100-GET-OPERATOR-ID - EVERY ISSUE IS WRITTEN TO THE LEDGER
002215*    UNDER THE TELLER'S NAME, SO THE RUN DOES NOT PROCEED WITHOUT
002220*    AN OPERATOR WHO IS ON THE OMIOPER MASTER, ACTIVE AND GIVES
002225*    THE RIGHT PIN. SERVING STICKS IS THE ONE JOB EVERY AUTHORITY
002230*    LEVEL MAY DO. EVERY SIGN-ON AND EVERY REFUSAL GOES TO THE
002235*    OMIACCL ACCESS LOG.
002240*----------------------------------------------------------------*
002250 1100-GET-OPERATOR-ID.
002260     MOVE ZERO TO WS-OPER-TRIES.
002300            OR WS-OPER-TRIES > WS-MENU-TRY-LIMIT.
002310     IF WS-OPERATOR-ID = SPACES
002320         DISPLAY 'OMITELL: NO OPERATOR GIVEN - ENDING THE RUN.'
002321         SET WS-USER-DONE TO TRUE
002322         GO TO 1100-EXIT
002323     END-IF.
002324     DISPLAY 'PIN: ' WITH NO ADVANCING.
002325     ACCEPT WS-OPER-PIN.
002326     PERFORM 1120-FIND-OPERATOR THRU 1120-EXIT.
002327     PERFORM 1130-CHECK-OPERATOR THRU 1130-EXIT.
002328     IF WS-ACL-TEXT NOT = SPACES
002329         MOVE 'R' TO WS-ACL-EVENT
002330         PERFORM 8700-WRITE-ACCESS-LOG THRU 8700-EXIT
002331         DISPLAY 'OMITELL: SIGN-ON REFUSED - ' WS-ACL-TEXT
002332         SET WS-USER-DONE TO TRUE
002333         GO TO 1100-EXIT
002334     END-IF.
002335     MOVE 'S' TO WS-ACL-EVENT.
002336     IF WS-OPER-SUPERVISOR
002337         MOVE 'SIGNED ON - SUPERVISOR' TO WS-ACL-TEXT
002338     ELSE
002339         IF WS-OPER-CLERK
002340             MOVE 'SIGNED ON - CLERK' TO WS-ACL-TEXT
002341         ELSE
002342             MOVE 'SIGNED ON - TELLER' TO WS-ACL-TEXT
002343         END-IF
002344     END-IF.
002345     PERFORM 8700-WRITE-ACCESS-LOG THRU 8700-EXIT.
002346     DISPLAY 'OMITELL: SIGNED ON AS ' WS-OPER-NAME.
002350 1100-EXIT.
002360     EXIT.
002361*
002362 1110-PROMPT-OPERATOR.
002363     ADD 1 TO WS-OPER-TRIES.
002364     DISPLAY 'OPERATOR (UP TO 8 CHARACTERS): '
002365         WITH NO ADVANCING.
002366     ACCEPT WS-OPERATOR-ID.
002367 1110-EXIT.
002368     EXIT.
002369*
002370*----------------------------------------------------------------*
002371*    1120-FIND-OPERATOR - LOOK THE OPERATOR UP ON THE OMIOPER
002372*    MASTER AND KEEP THE PARTICULARS THE SIGN-ON CHECK NEEDS. A
002373*    MISSING MASTER IS NOTED SO THE REFUSAL CAN SAY SO.
002374*----------------------------------------------------------------*
002375 1120-FIND-OPERATOR.
002376     SET WS-OPM-NOT-FOUND TO TRUE.
002377     OPEN INPUT OPERATOR-FILE.
002378     IF WS-OPM-STATUS = '35'
002379         SET WS-OPM-MISSING TO TRUE
002380         GO TO 1120-EXIT
002381     END-IF.
002382     PERFORM 1125-READ-ONE-OPERATOR THRU 1125-EXIT
002383         UNTIL WS-OPM-STATUS = '10' OR WS-OPM-FOUND.
002384     CLOSE OPERATOR-FILE.
002385 1120-EXIT.
002386     EXIT.
002387*
002388 1125-READ-ONE-OPERATOR.
002389     READ OPERATOR-FILE
002390         AT END
002391             MOVE '10' TO WS-OPM-STATUS
002392     END-READ.
002393     IF WS-OPM-STATUS = '10'
002394         GO TO 1125-EXIT
002395     END-IF.
002396     IF OPM-OPERATOR-ID = WS-OPERATOR-ID
002397         SET WS-OPM-FOUND TO TRUE
002398         MOVE OPM-OPERATOR-NAME TO WS-OPER-NAME
002399         MOVE OPM-PIN           TO WS-OPER-FILE-PIN
002400         MOVE OPM-AUTH-LEVEL    TO WS-OPER-LEVEL
002401         MOVE OPM-STATUS        TO WS-OPER-STATE
002402     END-IF.
002403 1125-EXIT.
002404     EXIT.
002405*
002406*----------------------------------------------------------------*
002407*    1130-CHECK-OPERATOR - DECIDE WHETHER THE OPERATOR MAY SIGN
002408*    ON, LEAVING THE REASON FOR A REFUSAL IN THE ACCESS-LOG TEXT
002409*    (SPACES WHEN THE SIGN-ON IS GOOD). THE PIN IS ASKED FOR EVEN
002410*    WHEN THE ID IS UNKNOWN, SO THE PROMPTS DO NOT GIVE AWAY WHICH
002411*    IDS EXIST. ANY OF THE THREE AUTHORITY LEVELS MAY SERVE
002412*    STICKS.
002413*----------------------------------------------------------------*
002414 1130-CHECK-OPERATOR.
002415     MOVE SPACES TO WS-ACL-TEXT.
002416     IF WS-OPM-MISSING
002417         MOVE 'NO OPERATOR MASTER ON FILE - SET UP OMIOPER'
002418             TO WS-ACL-TEXT
002419         GO TO 1130-EXIT
002420     END-IF.
002421     IF NOT WS-OPM-FOUND
002422         MOVE 'UNKNOWN OPERATOR' TO WS-ACL-TEXT
002423         GO TO 1130-EXIT
002424     END-IF.
002425     IF WS-OPER-PIN NOT = WS-OPER-FILE-PIN
002426         MOVE 'WRONG PIN' TO WS-ACL-TEXT
002427         GO TO 1130-EXIT
002428     END-IF.
002429     IF NOT WS-OPER-ACTIVE
002430         MOVE 'OPERATOR IS INACTIVE' TO WS-ACL-TEXT
002431         GO TO 1130-EXIT
002432     END-IF.
002433     IF NOT WS-OPER-SUPERVISOR AND NOT WS-OPER-CLERK
002434      AND NOT WS-OPER-TELLER
002435         MOVE 'NO AUTHORITY LEVEL ON FILE' TO WS-ACL-TEXT
002436     END-IF.
002437 1130-EXIT.
002440     EXIT.
002450*
002460*----------------------------------------------------------------*
005590     MOVE '0' TO WS-ENTRY-EDITED(1:1).
005600     MOVE WS-ENTRY-HOLD TO WS-ENTRY-EDITED(2:7).
005610 8100-EXIT.
005611     EXIT.
005612*
005613*----------------------------------------------------------------*
005614*    8700-WRITE-ACCESS-LOG - APPEND THE ACCESS EVENT IN HAND TO
005615*    THE OMIACCL ACCESS LOG UNDER THE SIGNED-ON OPERATOR, CREATING
005616*    THE FILE ON FIRST USE. OPENED AND CLOSED PER EVENT SO
005617*    CONCURRENT COUNTERS INTERLEAVE WHOLE RECORDS. A LOG THAT
005618*    CANNOT BE OPENED LOSES THE EVENT BUT NEVER STOPS THE RUN.
005619*----------------------------------------------------------------*
005620 8700-WRITE-ACCESS-LOG.
005621     ACCEPT WS-ACL-TIME FROM TIME.
005622     OPEN EXTEND ACCESS-LOG-FILE.
005623     IF WS-ACL-STATUS = '35'
005624         OPEN OUTPUT ACCESS-LOG-FILE
005625         CLOSE ACCESS-LOG-FILE
005626         OPEN EXTEND ACCESS-LOG-FILE
005627     END-IF.
005628     IF WS-ACL-STATUS NOT = '00'
005629         DISPLAY 'OMIACCL: CANNOT OPEN ACCESS LOG (STATUS '
005630             WS-ACL-STATUS ') - EVENT LOST.'
005631         GO TO 8700-EXIT
005632     END-IF.
005633     MOVE WS-CURRENT-DATE TO ACL-LOG-DATE.
005634     MOVE WS-ACL-TIME     TO ACL-LOG-TIME.
005635     MOVE 'OMITELL '      TO ACL-PROGRAM-ID.
005636     MOVE WS-OPERATOR-ID  TO ACL-OPERATOR-ID.
005637     MOVE WS-ACL-EVENT    TO ACL-EVENT-TYPE.
005638     MOVE WS-ACL-TEXT     TO ACL-EVENT-TEXT.
005639     WRITE ACCESS-LOG-RECORD.
005640     CLOSE ACCESS-LOG-FILE.
005641 8700-EXIT.
005642     EXIT.
005643*
005644*----------------------------------------------------------------*
005650*    8800-WRITE-OPS-MESSAGE - APPEND THE MESSAGE IN HAND TO THE
005660*    OMIOPSL OPERATIONS LOG AND RAISE THE RUN'S WORST SEVERITY,
005670*    WHICH BECOMES THE RETURN CODE. OPENED AND CLOSED PER
