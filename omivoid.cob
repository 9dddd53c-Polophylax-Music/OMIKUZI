000550*                      HEALTH CHECK AS A HALF-DRAWN BOX AND IS
000560*                      RESUMED BY RERUNNING OMIBATCH, WHICH
000570*                      KEEPS THE LOT AND PICKS UP AT THE
000571*                      CHECKPOINT.
000572*    2026-10-01 TS    THE RUN DATE NOW COMES FROM THE OMIBDAT
000573*                      BUSINESS-DATE CONTROL RECORD INSTEAD OF THE
000574*                      MACHINE CLOCK, SO A RUN PAST MIDNIGHT STAYS
000575*                      ON THE SHRINE DAY IT BELONGS TO.
000576*    2026-10-02 TS    SIGN-ON IS NOW CHECKED AGAINST THE OMIOPER
000577*                      OPERATOR MASTER - THE OPERATOR MUST BE ON
000578*                      FILE, ACTIVE, GIVE THE RIGHT PIN AND HOLD
000579*                      CLERK AUTHORITY OR ABOVE - INSTEAD OF
000580*                      TAKING ANY EIGHT CHARACTERS TYPED. THE
000581*                      WHOLE-BOX VOID IS HELD TO A SUPERVISOR.
000582*                      EVERY SIGN-ON, REFUSAL AND VOID IS WRITTEN
000583*                      TO THE OMIACCL ACCESS LOG.
000590*
000600 ENVIRONMENT DIVISION.
000610 INPUT-OUTPUT SECTION.
001010         ACCESS MODE IS DYNAMIC
001020         RECORD KEY IS DMR-KEY
001030         FILE STATUS IS WS-DRW-STATUS.
001031     SELECT BUSINESS-DATE-FILE ASSIGN TO "OMIBDAT"
001032         ORGANIZATION IS LINE SEQUENTIAL
001033         FILE STATUS IS WS-BDT-STATUS.
001034     SELECT OPERATOR-FILE ASSIGN TO "OMIOPER"
001035         ORGANIZATION IS LINE SEQUENTIAL
001036         FILE STATUS IS WS-OPM-STATUS.
001037     SELECT ACCESS-LOG-FILE ASSIGN TO "OMIACCL"
001038         ORGANIZATION IS LINE SEQUENTIAL
001039         FILE STATUS IS WS-ACL-STATUS.
001040*
001050 DATA DIVISION.
001060 FILE SECTION.
001550 FD  DRAW-MASTER-FILE
001560     RECORD CONTAINS 97 CHARACTERS.
001570 COPY OMDRWFD.
001571*
001572 FD  BUSINESS-DATE-FILE
001573     RECORD CONTAINS 32 CHARACTERS.
001574 COPY OMBDTFD.
001575*
001576 FD  OPERATOR-FILE
001577     RECORD CONTAINS 60 CHARACTERS.
001578 COPY OMOPRFD.
001579*
001580 FD  ACCESS-LOG-FILE
001581     RECORD CONTAINS 93 CHARACTERS.
001582 COPY OMACLFD.
001583*
001590 WORKING-STORAGE SECTION.
001600 01  WS-CURRENT-DATE              PIC 9(08).
001605 01  WS-BDT-STATUS                PIC X(02).
001610 01  STIME                        PIC 9(08).
001620 01  WS-MAN-STATUS                PIC X(02).
001630 01  WS-LOG-STATUS                PIC X(02).
002050 01  WS-OPS-TEXT                  PIC X(60).
002060 01  WS-HIGHEST-SEVERITY          PIC 9(01) VALUE ZERO.
002070 01  WS-DRW-SWITCH                PIC X(01) VALUE 'N'.
002071     88  WS-DRAW-MASTER-OPEN           VALUE 'Y'.
002072     88  WS-DRAW-MASTER-SHUT           VALUE 'N'.
002073*
002074*    THE OPERATOR SIGNING ON, AS FOUND ON THE OMIOPER MASTER, AND
002075*    THE ACCESS EVENT IN HAND FOR THE OMIACCL ACCESS LOG -
002076*    S SIGN-ON, R REFUSAL, P PRIVILEGED ACTION.
002077 01  WS-OPM-STATUS                PIC X(02).
002078 01  WS-ACL-STATUS                PIC X(02).
002079 01  WS-ACL-TIME                  PIC 9(08).
002080 01  WS-ACL-EVENT                 PIC X(01).
002081 01  WS-ACL-TEXT                  PIC X(60).
002082 01  WS-OPER-PIN                  PIC X(04).
002083 01  WS-OPER-FILE-PIN             PIC X(04).
002084 01  WS-OPER-NAME                 PIC X(30).
002085 01  WS-OPER-LEVEL                PIC X(01).
002086     88  WS-OPER-SUPERVISOR            VALUE 'S'.
002087     88  WS-OPER-CLERK                 VALUE 'C'.
002088     88  WS-OPER-TELLER                VALUE 'T'.
002089 01  WS-OPER-STATE                PIC X(01).
002090     88  WS-OPER-ACTIVE                VALUE 'A'.
002091 01  WS-OPM-SWITCH                PIC X(01) VALUE 'N'.
002092     88  WS-OPM-FOUND                  VALUE 'Y'.
002093     88  WS-OPM-NOT-FOUND              VALUE 'N'.
002094     88  WS-OPM-MISSING                VALUE 'M'.
002100*
002110*    NUMERIC ENTRY EDITING - TYPED INPUT SITS AT THE LEFT OF
002120*    THE FIELD WITH TRAILING SPACES, SO THE DIGITS ARE SHIFTED
003680*    OPEN (OR CREATE) THE INDEXED DRAW MASTER.
003690*----------------------------------------------------------------*
003700 1000-INITIALIZE.
003710     PERFORM 1010-LOAD-BUSINESS-DATE THRU 1010-EXIT.
003720     PERFORM 1100-GET-OPERATOR-ID THRU 1100-EXIT.
003730     IF WS-USER-DONE
003740         GO TO 1000-EXIT
003750     END-IF.
003760     PERFORM 1050-LOAD-SITE-ID THRU 1050-EXIT.
003761     PERFORM 1160-OPEN-DRAW-MASTER THRU 1160-EXIT.
003762     INITIALIZE BOX-TALLY-TABLE.
003763 1000-EXIT.
003764     EXIT.
003765*
003766*----------------------------------------------------------------*
003767*    1010-LOAD-BUSINESS-DATE - THE SHRINE DAY COMES FROM THE
003768*    OMIBDAT CONTROL RECORD, NOT THE MACHINE CLOCK, SO A STREAM
003769*    THAT RUNS PAST MIDNIGHT STAYS ON THE DAY IT BELONGS TO.
003770*    ONLY THE END-OF-DAY ROLL MOVES IT ON. WITH NO USABLE
003771*    RECORD ON FILE THE MACHINE DATE IS TAKEN, AS BEFORE.
003772*----------------------------------------------------------------*
003773 1010-LOAD-BUSINESS-DATE.
003774     MOVE ZERO TO WS-CURRENT-DATE.
003775     OPEN INPUT BUSINESS-DATE-FILE.
003776     IF WS-BDT-STATUS NOT = '35'
003777         READ BUSINESS-DATE-FILE
003778             AT END
003779                 CONTINUE
003780         END-READ
003781         IF WS-BDT-STATUS = '00'
003782          AND BDR-BUSINESS-DATE IS NUMERIC
003783             MOVE BDR-BUSINESS-DATE TO WS-CURRENT-DATE
003784         END-IF
003785         CLOSE BUSINESS-DATE-FILE
003786     END-IF.
003787     IF WS-CURRENT-DATE = ZERO
003788         ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
003789         DISPLAY 'OMIBDAT: NO BUSINESS DATE ON FILE - USING THE'
003790             ' MACHINE DATE ' WS-CURRENT-DATE '.'
003791     END-IF.
003792 1010-EXIT.
003800     EXIT.
003810*
003820*----------------------------------------------------------------*
004030     EXIT.
004040*
004050*----------------------------------------------------------------*
004052*    1100-GET-OPERATOR-ID - A VOID BACKS DRAWS OUT OF THE BOOKS,
004054*    SO THE RUN DOES NOT PROCEED WITHOUT AN OPERATOR WHO IS ON THE
004056*    OMIOPER MASTER, ACTIVE, GIVES THE RIGHT PIN AND HOLDS CLERK
004058*    AUTHORITY OR ABOVE - A TELLER ONLY SERVES STICKS. THE
004060*    WHOLE-BOX VOID IS FURTHER HELD TO A SUPERVISOR WHEN IT IS
004062*    CHOSEN. EVERY SIGN-ON AND EVERY REFUSAL GOES TO THE OMIACCL
004064*    ACCESS LOG.
004080*----------------------------------------------------------------*
004090 1100-GET-OPERATOR-ID.
004100     MOVE ZERO TO WS-OPER-TRIES.
004140            OR WS-OPER-TRIES > WS-MENU-TRY-LIMIT.
004150     IF WS-OPERATOR-ID = SPACES
004160         DISPLAY 'OMIVOID: NO OPERATOR GIVEN - ENDING THE RUN.'
004161         SET WS-USER-DONE TO TRUE
004162         GO TO 1100-EXIT
004163     END-IF.
004164     DISPLAY 'PIN: ' WITH NO ADVANCING.
004165     ACCEPT WS-OPER-PIN.
004166     PERFORM 1120-FIND-OPERATOR THRU 1120-EXIT.
004167     PERFORM 1130-CHECK-OPERATOR THRU 1130-EXIT.
004168     IF WS-ACL-TEXT NOT = SPACES
004169         MOVE 'R' TO WS-ACL-EVENT
004170         PERFORM 8700-WRITE-ACCESS-LOG THRU 8700-EXIT
004171         DISPLAY 'OMIVOID: SIGN-ON REFUSED - ' WS-ACL-TEXT
004172         SET WS-USER-DONE TO TRUE
004173         GO TO 1100-EXIT
004174     END-IF.
004175     MOVE 'S' TO WS-ACL-EVENT.
004176     IF WS-OPER-SUPERVISOR
004177         MOVE 'SIGNED ON - SUPERVISOR' TO WS-ACL-TEXT
004178     ELSE
004179         IF WS-OPER-CLERK
004180             MOVE 'SIGNED ON - CLERK' TO WS-ACL-TEXT
004181         ELSE
004182             MOVE 'SIGNED ON - TELLER' TO WS-ACL-TEXT
004183         END-IF
004184     END-IF.
004185     PERFORM 8700-WRITE-ACCESS-LOG THRU 8700-EXIT.
004186     DISPLAY 'OMIVOID: SIGNED ON AS ' WS-OPER-NAME.
004190 1100-EXIT.
004200     EXIT.
004201*
004202 1110-PROMPT-OPERATOR.
004203     ADD 1 TO WS-OPER-TRIES.
004204     DISPLAY 'OPERATOR (UP TO 8 CHARACTERS): '
004205         WITH NO ADVANCING.
004206     ACCEPT WS-OPERATOR-ID.
004207 1110-EXIT.
004208     EXIT.
004209*
004210*----------------------------------------------------------------*
004211*    1120-FIND-OPERATOR - LOOK THE OPERATOR UP ON THE OMIOPER
004212*    MASTER AND KEEP THE PARTICULARS THE SIGN-ON CHECK NEEDS. A
004213*    MISSING MASTER IS NOTED SO THE REFUSAL CAN SAY SO.
004214*----------------------------------------------------------------*
004215 1120-FIND-OPERATOR.
004216     SET WS-OPM-NOT-FOUND TO TRUE.
004217     OPEN INPUT OPERATOR-FILE.
004218     IF WS-OPM-STATUS = '35'
004219         SET WS-OPM-MISSING TO TRUE
004220         GO TO 1120-EXIT
004221     END-IF.
004222     PERFORM 1125-READ-ONE-OPERATOR THRU 1125-EXIT
004223         UNTIL WS-OPM-STATUS = '10' OR WS-OPM-FOUND.
004224     CLOSE OPERATOR-FILE.
004225 1120-EXIT.
004226     EXIT.
004227*
004228 1125-READ-ONE-OPERATOR.
004229     READ OPERATOR-FILE
004230         AT END
004231             MOVE '10' TO WS-OPM-STATUS
004232     END-READ.
004233     IF WS-OPM-STATUS = '10'
004234         GO TO 1125-EXIT
004235     END-IF.
004236     IF OPM-OPERATOR-ID = WS-OPERATOR-ID
004237         SET WS-OPM-FOUND TO TRUE
004238         MOVE OPM-OPERATOR-NAME TO WS-OPER-NAME
004239         MOVE OPM-PIN           TO WS-OPER-FILE-PIN
004240         MOVE OPM-AUTH-LEVEL    TO WS-OPER-LEVEL
004241         MOVE OPM-STATUS        TO WS-OPER-STATE
004242     END-IF.
004243 1125-EXIT.
004244     EXIT.
004245*
004246*----------------------------------------------------------------*
004247*    1130-CHECK-OPERATOR - DECIDE WHETHER THE OPERATOR MAY SIGN
004248*    ON, LEAVING THE REASON FOR A REFUSAL IN THE ACCESS-LOG TEXT
004249*    (SPACES WHEN THE SIGN-ON IS GOOD). THE PIN IS ASKED FOR EVEN
004250*    WHEN THE ID IS UNKNOWN, SO THE PROMPTS DO NOT GIVE AWAY WHICH
004251*    IDS EXIST. THIS PROGRAM NEEDS CLERK AUTHORITY OR ABOVE.
004252*----------------------------------------------------------------*
004253 1130-CHECK-OPERATOR.
004254     MOVE SPACES TO WS-ACL-TEXT.
004255     IF WS-OPM-MISSING
004256         MOVE 'NO OPERATOR MASTER ON FILE - SET UP OMIOPER'
004257             TO WS-ACL-TEXT
004258         GO TO 1130-EXIT
004259     END-IF.
004260     IF NOT WS-OPM-FOUND
004261         MOVE 'UNKNOWN OPERATOR' TO WS-ACL-TEXT
004262         GO TO 1130-EXIT
004263     END-IF.
004264     IF WS-OPER-PIN NOT = WS-OPER-FILE-PIN
004265         MOVE 'WRONG PIN' TO WS-ACL-TEXT
004266         GO TO 1130-EXIT
004267     END-IF.
004268     IF NOT WS-OPER-ACTIVE
004269         MOVE 'OPERATOR IS INACTIVE' TO WS-ACL-TEXT
004270         GO TO 1130-EXIT
004271     END-IF.
004272     IF NOT WS-OPER-SUPERVISOR AND NOT WS-OPER-CLERK
004273         MOVE 'NOT AUTHORIZED - A TELLER MAY ONLY SERVE STICKS'
004274             TO WS-ACL-TEXT
004275     END-IF.
004276 1130-EXIT.
004280     EXIT.
004290*
004300*----------------------------------------------------------------*
004780         'Q=QUIT: ' WITH NO ADVANCING.
004790     ACCEPT WS-ANSWER.
004800     IF WS-ANSWER = 'B' OR WS-ANSWER = 'b'
004802         IF NOT WS-OPER-SUPERVISOR
004804             PERFORM 1520-REFUSE-BOX-VOID THRU 1520-EXIT
004806             GO TO 1510-EXIT
004808         END-IF
004810         MOVE 'B' TO WS-FUNC-SWITCH
004820         GO TO 1510-EXIT
004830     END-IF.
004960         SET WS-USER-DONE TO TRUE
004970     ELSE
004980         DISPLAY 'INVALID ENTRY - PLEASE TYPE B, D OR Q.'
004981     END-IF.
004982 1510-EXIT.
004983     EXIT.
004984*
004985*----------------------------------------------------------------*
004986*    1520-REFUSE-BOX-VOID - ONLY A SUPERVISOR MAY BACK A WHOLE BOX
004987*    OUT OF THE BOOKS. THE ATTEMPT IS WRITTEN TO THE ACCESS LOG
004988*    AND COUNTS AS A WASTED ENTRY, SO THE OPERATOR CAN STILL PICK
004989*    THE SINGLE-DRAW VOID OR QUIT.
004990*----------------------------------------------------------------*
004991 1520-REFUSE-BOX-VOID.
004992     MOVE SPACE TO WS-FUNC-SWITCH.
004993     MOVE 'R' TO WS-ACL-EVENT.
004994     MOVE 'REFUSED - BOX/LOT VOID NEEDS SUPERVISOR AUTHORITY'
004995         TO WS-ACL-TEXT.
004996     PERFORM 8700-WRITE-ACCESS-LOG THRU 8700-EXIT.
004997     DISPLAY 'REFUSED - ONLY A SUPERVISOR MAY VOID A WHOLE'
004998         ' BOX/LOT.'.
004999     IF WS-FUNC-TRIES > WS-MENU-TRY-LIMIT
005000         DISPLAY 'TOO MANY INVALID ENTRIES - ENDING THE RUN.'
005001         SET WS-USER-DONE TO TRUE
005002     END-IF.
005003 1520-EXIT.
005010     EXIT.
005020*
005030*----------------------------------------------------------------*
011670*
011680*----------------------------------------------------------------*
011690*    6000-REPORT-VOID - SAY WHAT WAS BACKED OUT, ON THE CONSOLE
011695*    AND ON THE OPERATIONS LOG, UNDER THE OPERATOR WHO DID IT,
011700*    AND RECORD THE VOID ON THE ACCESS LOG AS A PRIVILEGED
011705*    ACTION.
011710*----------------------------------------------------------------*
011720 6000-REPORT-VOID.
011730     DISPLAY 'OMIVOID: LOT ' WS-LOT-NO ' VOIDED BY '
011830         WS-OPERATOR-ID DELIMITED BY SIZE
011840         INTO WS-OPS-TEXT.
011850     PERFORM 8800-WRITE-OPS-MESSAGE THRU 8800-EXIT.
011851     MOVE 'P' TO WS-ACL-EVENT.
011852     MOVE SPACES TO WS-ACL-TEXT.
011853     STRING 'VOIDED BOX/LOT ' DELIMITED BY SIZE
011854         WS-LOT-NO DELIMITED BY SIZE
011855         ' - ' DELIMITED BY SIZE
011856         WS-VOIDED-COUNT DELIMITED BY SIZE
011857         ' REVERSAL(S)' DELIMITED BY SIZE
011858         INTO WS-ACL-TEXT.
011859     PERFORM 8700-WRITE-ACCESS-LOG THRU 8700-EXIT.
011860     PERFORM 6100-WRITE-OFF-STOCK THRU 6100-EXIT.
011870 6000-EXIT.
011880     EXIT.
012200*----------------------------------------------------------------*
012210*    6500-REPORT-DRAW-VOID - SAY WHAT WAS BACKED OUT, ON THE
012220*    CONSOLE AND ON THE OPERATIONS LOG, UNDER THE OPERATOR WHO
012225*    DID IT, AND RECORD THE VOID ON THE ACCESS LOG AS A
012230*    PRIVILEGED ACTION.
012240*----------------------------------------------------------------*
012250 6500-REPORT-DRAW-VOID.
012260     DISPLAY 'OMIVOID: DRAW AT ' WS-VOID-DATE ' '
012370         WS-OPERATOR-ID DELIMITED BY SIZE
012380         INTO WS-OPS-TEXT.
012390     PERFORM 8800-WRITE-OPS-MESSAGE THRU 8800-EXIT.
012391     MOVE 'P' TO WS-ACL-EVENT.
012392     MOVE SPACES TO WS-ACL-TEXT.
012393     STRING 'VOIDED DRAW OF ' DELIMITED BY SIZE
012394         WS-VOID-DATE DELIMITED BY SIZE
012395         ' AT ' DELIMITED BY SIZE
012396         WS-VOID-TIME DELIMITED BY SIZE
012397         INTO WS-ACL-TEXT.
012398     PERFORM 8700-WRITE-ACCESS-LOG THRU 8700-EXIT.
012400 6500-EXIT.
012410     EXIT.
012420*
017060     MOVE '0' TO WS-ENTRY-EDITED(1:1).
017070     MOVE WS-ENTRY-HOLD TO WS-ENTRY-EDITED(2:7).
017080 8100-EXIT.
017081     EXIT.
017082*
017083*----------------------------------------------------------------*
017084*    8700-WRITE-ACCESS-LOG - APPEND THE ACCESS EVENT IN HAND TO
017085*    THE OMIACCL ACCESS LOG UNDER THE SIGNED-ON OPERATOR, CREATING
017086*    THE FILE ON FIRST USE. OPENED AND CLOSED PER EVENT SO
017087*    CONCURRENT COUNTERS INTERLEAVE WHOLE RECORDS. A LOG THAT
017088*    CANNOT BE OPENED LOSES THE EVENT BUT NEVER STOPS THE RUN.
017089*----------------------------------------------------------------*
017090 8700-WRITE-ACCESS-LOG.
017091     ACCEPT WS-ACL-TIME FROM TIME.
017092     OPEN EXTEND ACCESS-LOG-FILE.
017093     IF WS-ACL-STATUS = '35'
017094         OPEN OUTPUT ACCESS-LOG-FILE
017095         CLOSE ACCESS-LOG-FILE
017096         OPEN EXTEND ACCESS-LOG-FILE
017097     END-IF.
017098     IF WS-ACL-STATUS NOT = '00'
017099         DISPLAY 'OMIACCL: CANNOT OPEN ACCESS LOG (STATUS '
017100             WS-ACL-STATUS ') - EVENT LOST.'
017101         GO TO 8700-EXIT
017102     END-IF.
017103     MOVE WS-CURRENT-DATE TO ACL-LOG-DATE.
017104     MOVE WS-ACL-TIME     TO ACL-LOG-TIME.
017105     MOVE 'OMIVOID '      TO ACL-PROGRAM-ID.
017106     MOVE WS-OPERATOR-ID  TO ACL-OPERATOR-ID.
017107     MOVE WS-ACL-EVENT    TO ACL-EVENT-TYPE.
017108     MOVE WS-ACL-TEXT     TO ACL-EVENT-TEXT.
017109     WRITE ACCESS-LOG-RECORD.
017110     CLOSE ACCESS-LOG-FILE.
017111 8700-EXIT.
017112     EXIT.
017113*
017114*----------------------------------------------------------------*
017120*    8800-WRITE-OPS-MESSAGE - APPEND THE MESSAGE IN HAND TO THE
017130*    OMIOPSL OPERATIONS LOG AND RAISE THE RUN'S WORST SEVERITY,
017140*    WHICH BECOMES THE RETURN CODE. OPENED AND CLOSED PER
