000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. OMIOMNT.
000030 AUTHOR. T. SATO.
000040 INSTALLATION. SHRINE SYSTEMS SECTION.
000050 DATE-WRITTEN. 2026-10-02.
000060 DATE-COMPILED.
000070*
000080*    MODIFICATION HISTORY.
000090*    DATE       INIT  DESCRIPTION
000100*    ---------- ----  -----------------------------------------
000110*    2026-10-02 TS    ORIGINAL VERSION. OPERATOR MASTER
000120*                      MAINTENANCE FOR THE SHRINE OFFICE. LISTS
000130*                      THE OPERATORS ON OMIOPER, ADDS A NEW ONE
000140*                      (ID, NAME, PIN, AUTHORITY LEVEL), CHANGES
000150*                      A NAME, PIN, LEVEL OR STATUS, AND MARKS
000160*                      AN OPERATOR INACTIVE - NEVER DELETED, SO
000170*                      OLD LEDGER STAMPS STAY TRACEABLE. ONLY A
000180*                      SUPERVISOR MAY SIGN ON, EXCEPT TO ENROL
000190*                      THE FIRST OPERATORS ON AN EMPTY FILE, AND
000200*                      THE FILE IS NEVER SAVED WITHOUT AT LEAST
000210*                      ONE ACTIVE SUPERVISOR. EVERY SIGN-ON,
000220*                      REFUSAL AND SAVED CHANGE IS WRITTEN TO THE
000230*                      OMIACCL ACCESS LOG.
000231*    2026-10-14 TS    AN OPERATOR MASTER THAT CANNOT BE REWRITTEN
000232*                      IS REPORTED WITH A SEVERE MESSAGE ON THE
000233*                      OMIOPSL OPS LOG AND THE SESSION'S CHANGES
000234*                      ARE KEPT OFF THE ACCESS LOG, AS THEY WERE
000235*                      NEVER SAVED.
000240*
000250 ENVIRONMENT DIVISION.
000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000280     SELECT OPERATOR-FILE ASSIGN TO "OMIOPER"
000290         ORGANIZATION IS LINE SEQUENTIAL
000300         FILE STATUS IS WS-OPM-STATUS.
000310     SELECT ACCESS-LOG-FILE ASSIGN TO "OMIACCL"
000320         ORGANIZATION IS LINE SEQUENTIAL
000330         FILE STATUS IS WS-ACL-STATUS.
000340     SELECT BUSINESS-DATE-FILE ASSIGN TO "OMIBDAT"
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS WS-BDT-STATUS.
000362     SELECT OPS-MESSAGE-FILE ASSIGN TO "OMIOPSL"
000364         ORGANIZATION IS LINE SEQUENTIAL
000366         FILE STATUS IS WS-OPS-STATUS.
000370*
000380 DATA DIVISION.
000390 FILE SECTION.
000400 FD  OPERATOR-FILE
000410     RECORD CONTAINS 60 CHARACTERS.
000420 COPY OMOPRFD.
000430*
000440 FD  ACCESS-LOG-FILE
000450     RECORD CONTAINS 93 CHARACTERS.
000460 COPY OMACLFD.
000470*
000480 FD  BUSINESS-DATE-FILE
000490     RECORD CONTAINS 32 CHARACTERS.
000500 COPY OMBDTFD.
000510*
000512 FD  OPS-MESSAGE-FILE
000514     RECORD CONTAINS 93 CHARACTERS.
000516 COPY OMOPMFD.
000518*
000520 WORKING-STORAGE SECTION.
000530 01  WS-CURRENT-DATE              PIC 9(08).
000540 01  WS-BDT-STATUS                PIC X(02).
000550 01  WS-OPM-STATUS                PIC X(02).
000560 01  WS-CMD                       PIC X(01).
000570 01  WS-ANSWER                    PIC X(01).
000580 01  WS-OPERATOR-ID               PIC X(08).
000590 01  WS-USER-DONE-SWITCH          PIC X(01) VALUE 'N'.
000600     88  WS-USER-DONE                  VALUE 'Y'.
000610 01  WS-MENU-TRIES                PIC 9(02) COMP VALUE ZERO.
000620 01  WS-MENU-TRY-LIMIT            PIC 9(02) COMP VALUE 5.
000621 01  WS-OPER-TRIES                PIC 9(02) COMP.
000622*
000623*    OPERATIONS MESSAGE IN HAND AND THE WORST SEVERITY SEEN
000624*    THIS RUN - 0 CLEAN, 4 WARNING, 8 SEVERE - WHICH BECOMES
000625*    THE RETURN CODE AT END OF RUN.
000626 01  WS-OPS-STATUS                PIC X(02).
000627 01  WS-OPS-TIME                  PIC 9(08).
000628 01  WS-OPS-SEVERITY              PIC X(01).
000629 01  WS-OPS-CODE                  PIC X(08).
000630 01  WS-OPS-TEXT                  PIC X(60).
000631 01  WS-HIGHEST-SEVERITY          PIC 9(01) VALUE ZERO.
000640*
000650*    THE OPERATOR SIGNING ON AND THE ACCESS EVENT IN HAND FOR
000660*    THE OMIACCL ACCESS LOG - S SIGN-ON, R REFUSAL, P
000670*    PRIVILEGED ACTION. AN EMPTY OR MISSING MASTER PUTS THE RUN
000680*    IN FIRST-TIME SET-UP, WHERE NO PIN CAN BE CHECKED.
000690 01  WS-ACL-STATUS                PIC X(02).
000700 01  WS-ACL-TIME                  PIC 9(08).
000710 01  WS-ACL-EVENT                 PIC X(01).
000720 01  WS-ACL-TEXT                  PIC X(60).
000730 01  WS-OPER-PIN                  PIC X(04).
000740 01  WS-SETUP-SWITCH              PIC X(01) VALUE 'N'.
000750     88  WS-FIRST-SETUP                VALUE 'Y'.
000760*
000770*    THE WHOLE OPERATOR MASTER HELD IN STORAGE WHILE IT IS
000780*    WORKED ON. 200 OPERATORS IS EVERY TELLER, CLERK AND PRIEST
000790*    AT EVERY SITE WITH ROOM TO SPARE.
000800 01  OPT-TABLE.
000810     05  OPT-ENTRY OCCURS 200 TIMES.
000820         10  OPT-OPERATOR-ID      PIC X(08).
000830         10  OPT-OPERATOR-NAME    PIC X(30).
000840         10  OPT-PIN              PIC X(04).
000850         10  OPT-AUTH-LEVEL       PIC X(01).
000860             88  OPT-SUPERVISOR       VALUE 'S'.
000870         10  OPT-STATUS           PIC X(01).
000880             88  OPT-ACTIVE           VALUE 'A'.
000890             88  OPT-INACTIVE         VALUE 'I'.
000900         10  OPT-CHANGE-DATE      PIC 9(08).
000910         10  OPT-CHANGED-BY       PIC X(08).
000920 01  OPT-RECORD-COUNT             PIC 9(03) COMP VALUE ZERO.
000930 01  OPT-TABLE-LIMIT              PIC 9(03) COMP VALUE 200.
000940 01  OPT-SUB                      PIC 9(03) COMP.
000950 01  OPT-MATCH-SUB                PIC 9(03) COMP.
000960 01  OPT-LOOKUP-ID                PIC X(08).
000970 01  OPT-SUPERVISOR-COUNT         PIC 9(03) COMP.
000980*
000990*    CHANGES ACCEPTED THIS SESSION BUT NOT YET SAVED. THE
001000*    ACCESS-LOG RECORDS ARE WRITTEN WHEN THE FILE IS, SO THE LOG
001010*    NEVER SHOWS A CHANGE THAT WAS ABANDONED WITH Q.
001020 01  PND-TABLE.
001030     05  PND-ENTRY OCCURS 100 TIMES.
001040         10  PND-TEXT             PIC X(60).
001050 01  PND-COUNT                    PIC 9(03) COMP VALUE ZERO.
001060 01  PND-TABLE-LIMIT              PIC 9(03) COMP VALUE 100.
001070 01  PND-SUB                      PIC 9(03) COMP.
001080*
001090*    THE OPERATOR CURRENTLY BEING ADDED OR CHANGED. A BLANK
001100*    ANSWER ON A CHANGE KEEPS WHAT IS ON FILE.
001110 01  CHG-OPERATOR-ID              PIC X(08).
001120 01  CHG-OPERATOR-NAME            PIC X(30).
001130 01  CHG-PIN                      PIC X(04).
001140 01  CHG-AUTH-LEVEL               PIC X(01).
001150     88  CHG-VALID-LEVEL              VALUE 'S' 'C' 'T'.
001160 01  CHG-STATUS                   PIC X(01).
001170     88  CHG-VALID-STATUS             VALUE 'A' 'I'.
001180 01  CHG-TEXT                     PIC X(60).
001190 01  CHG-POINTER                  PIC 9(02) COMP.
001200 01  CHG-BASE-POINTER             PIC 9(02) COMP.
001210*
001220 PROCEDURE DIVISION.
001230 0000-MAINLINE SECTION.
001240     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001250     PERFORM 2000-PROCESS-ONE-COMMAND THRU 2000-EXIT
001260         UNTIL WS-USER-DONE.
001270     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001275     MOVE WS-HIGHEST-SEVERITY TO RETURN-CODE.
001280     STOP RUN.
001290*
001300*----------------------------------------------------------------*
001310*    1000-INITIALIZE - GET THE BUSINESS DATE, LOAD THE OPERATOR
001320*    MASTER INTO STORAGE AND SIGN THE SUPERVISOR ON AGAINST IT.
001330*----------------------------------------------------------------*
001340 1000-INITIALIZE.
001350     PERFORM 1010-LOAD-BUSINESS-DATE THRU 1010-EXIT.
001360     PERFORM 1200-LOAD-OPERATOR-FILE THRU 1200-EXIT.
001370     DISPLAY 'OMIOMNT: ' OPT-RECORD-COUNT
001380         ' OPERATOR(S) ON FILE.'.
001390     PERFORM 1100-GET-OPERATOR-ID THRU 1100-EXIT.
001400 1000-EXIT.
001410     EXIT.
001420*
001430*----------------------------------------------------------------*
001440*    1010-LOAD-BUSINESS-DATE - THE SHRINE DAY COMES FROM THE
001450*    OMIBDAT CONTROL RECORD, NOT THE MACHINE CLOCK, SO A STREAM
001460*    THAT RUNS PAST MIDNIGHT STAYS ON THE DAY IT BELONGS TO.
001470*    ONLY THE END-OF-DAY ROLL MOVES IT ON. WITH NO USABLE
001480*    RECORD ON FILE THE MACHINE DATE IS TAKEN, AS BEFORE.
001490*----------------------------------------------------------------*
001500 1010-LOAD-BUSINESS-DATE.
001510     MOVE ZERO TO WS-CURRENT-DATE.
001520     OPEN INPUT BUSINESS-DATE-FILE.
001530     IF WS-BDT-STATUS NOT = '35'
001540         READ BUSINESS-DATE-FILE
001550             AT END
001560                 CONTINUE
001570         END-READ
001580         IF WS-BDT-STATUS = '00'
001590          AND BDR-BUSINESS-DATE IS NUMERIC
001600             MOVE BDR-BUSINESS-DATE TO WS-CURRENT-DATE
001610         END-IF
001620         CLOSE BUSINESS-DATE-FILE
001630     END-IF.
001640     IF WS-CURRENT-DATE = ZERO
001650         ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
001660         DISPLAY 'OMIBDAT: NO BUSINESS DATE ON FILE - USING THE'
001670             ' MACHINE DATE ' WS-CURRENT-DATE '.'
001680     END-IF.
001690 1010-EXIT.
001700     EXIT.
001710*
001720*----------------------------------------------------------------*
001730*    1100-GET-OPERATOR-ID - ONLY AN ACTIVE SUPERVISOR WHO GIVES
001740*    THE RIGHT PIN MAY MAINTAIN THE OPERATOR MASTER. ON AN EMPTY
001750*    FILE THERE IS NOBODY TO CHECK AGAINST, SO THE RUN GOES
001760*    INTO FIRST-TIME SET-UP UNDER THE ID TYPED, AND THE SAVE
001770*    INSISTS THAT AN ACTIVE SUPERVISOR IS ENROLLED. EVERY
001780*    SIGN-ON AND EVERY REFUSAL GOES TO THE OMIACCL ACCESS LOG.
001790*----------------------------------------------------------------*
001800 1100-GET-OPERATOR-ID.
001810     MOVE ZERO TO WS-OPER-TRIES.
001820     MOVE SPACES TO WS-OPERATOR-ID.
001830     PERFORM 1110-PROMPT-OPERATOR THRU 1110-EXIT
001840         UNTIL WS-OPERATOR-ID NOT = SPACES
001850            OR WS-OPER-TRIES > WS-MENU-TRY-LIMIT.
001860     IF WS-OPERATOR-ID = SPACES
001870         DISPLAY 'OMIOMNT: NO OPERATOR GIVEN - ENDING THE RUN.'
001880         SET WS-USER-DONE TO TRUE
001890         GO TO 1100-EXIT
001900     END-IF.
001910     IF OPT-RECORD-COUNT = ZERO
001920         SET WS-FIRST-SETUP TO TRUE
001930         MOVE 'S' TO WS-ACL-EVENT
001940         MOVE 'SIGNED ON FOR FIRST-TIME SET-UP' TO WS-ACL-TEXT
001950         PERFORM 8700-WRITE-ACCESS-LOG THRU 8700-EXIT
001960         DISPLAY 'OMIOMNT: NO OPERATORS ON FILE - FIRST-TIME'
001970             ' SET-UP. ENROL AT LEAST ONE SUPERVISOR.'
001980         GO TO 1100-EXIT
001990     END-IF.
002000     DISPLAY 'PIN: ' WITH NO ADVANCING.
002010     ACCEPT WS-OPER-PIN.
002020     PERFORM 1130-CHECK-OPERATOR THRU 1130-EXIT.
002030     IF WS-ACL-TEXT NOT = SPACES
002040         MOVE 'R' TO WS-ACL-EVENT
002050         PERFORM 8700-WRITE-ACCESS-LOG THRU 8700-EXIT
002060         DISPLAY 'OMIOMNT: SIGN-ON REFUSED - ' WS-ACL-TEXT
002070         SET WS-USER-DONE TO TRUE
002080         GO TO 1100-EXIT
002090     END-IF.
002100     MOVE 'S' TO WS-ACL-EVENT.
002110     MOVE 'SIGNED ON - SUPERVISOR' TO WS-ACL-TEXT.
002120     PERFORM 8700-WRITE-ACCESS-LOG THRU 8700-EXIT.
002130     DISPLAY 'OMIOMNT: SIGNED ON AS '
002140         OPT-OPERATOR-NAME(OPT-MATCH-SUB).
002150 1100-EXIT.
002160     EXIT.
002170*
002180 1110-PROMPT-OPERATOR.
002190     ADD 1 TO WS-OPER-TRIES.
002200     DISPLAY 'OPERATOR (UP TO 8 CHARACTERS): '
002210         WITH NO ADVANCING.
002220     ACCEPT WS-OPERATOR-ID.
002230 1110-EXIT.
002240     EXIT.
002250*
002260*----------------------------------------------------------------*
002270*    1130-CHECK-OPERATOR - DECIDE WHETHER THE OPERATOR MAY SIGN
002280*    ON, LEAVING THE REASON FOR A REFUSAL IN THE ACCESS-LOG TEXT
002290*    (SPACES WHEN THE SIGN-ON IS GOOD). THIS PROGRAM NEEDS
002300*    SUPERVISOR AUTHORITY.
002310*----------------------------------------------------------------*
002320 1130-CHECK-OPERATOR.
002330     MOVE SPACES TO WS-ACL-TEXT.
002340     MOVE WS-OPERATOR-ID TO OPT-LOOKUP-ID.
002350     PERFORM 7000-FIND-OPERATOR THRU 7000-EXIT.
002360     IF OPT-MATCH-SUB = ZERO
002370         MOVE 'UNKNOWN OPERATOR' TO WS-ACL-TEXT
002380         GO TO 1130-EXIT
002390     END-IF.
002400     IF WS-OPER-PIN NOT = OPT-PIN(OPT-MATCH-SUB)
002410         MOVE 'WRONG PIN' TO WS-ACL-TEXT
002420         GO TO 1130-EXIT
002430     END-IF.
002440     IF NOT OPT-ACTIVE(OPT-MATCH-SUB)
002450         MOVE 'OPERATOR IS INACTIVE' TO WS-ACL-TEXT
002460         GO TO 1130-EXIT
002470     END-IF.
002480     IF NOT OPT-SUPERVISOR(OPT-MATCH-SUB)
002490         MOVE 'NOT AUTHORIZED - MAINTENANCE NEEDS A SUPERVISOR'
002500             TO WS-ACL-TEXT
002510     END-IF.
002520 1130-EXIT.
002530     EXIT.
002540*
002550*----------------------------------------------------------------*
002560*    1200-LOAD-OPERATOR-FILE - READ THE WHOLE OPERATOR MASTER
002570*    INTO THE IN-STORAGE TABLE. A RECORD WITH NO ID IS REPORTED
002580*    AND DROPPED. A MISSING FILE SIMPLY LEAVES THE TABLE EMPTY.
002590*----------------------------------------------------------------*
002600 1200-LOAD-OPERATOR-FILE.
002610     OPEN INPUT OPERATOR-FILE.
002620     IF WS-OPM-STATUS NOT = '35'
002630         PERFORM 1260-READ-ONE-OPERATOR THRU 1260-EXIT
002640             UNTIL WS-OPM-STATUS = '10'
002650         CLOSE OPERATOR-FILE
002660     END-IF.
002670 1200-EXIT.
002680     EXIT.
002690*
002700 1260-READ-ONE-OPERATOR.
002710     READ OPERATOR-FILE
002720         AT END
002730             MOVE '10' TO WS-OPM-STATUS
002740     END-READ.
002750     IF WS-OPM-STATUS = '10'
002760         GO TO 1260-EXIT
002770     END-IF.
002780     IF OPM-OPERATOR-ID = SPACES
002790         DISPLAY 'OMIOPER: RECORD WITH NO OPERATOR ID DROPPED.'
002800         GO TO 1260-EXIT
002810     END-IF.
002820     IF OPT-RECORD-COUNT = OPT-TABLE-LIMIT
002830         DISPLAY 'OMIOMNT: OPERATOR TABLE FULL - RECORD DROPPED.'
002840         GO TO 1260-EXIT
002850     END-IF.
002860     ADD 1 TO OPT-RECORD-COUNT.
002870     MOVE OPM-OPERATOR-ID   TO OPT-OPERATOR-ID(OPT-RECORD-COUNT).
002880     MOVE OPM-OPERATOR-NAME
002890         TO OPT-OPERATOR-NAME(OPT-RECORD-COUNT).
002900     MOVE OPM-PIN           TO OPT-PIN(OPT-RECORD-COUNT).
002910     MOVE OPM-AUTH-LEVEL    TO OPT-AUTH-LEVEL(OPT-RECORD-COUNT).
002920     MOVE OPM-STATUS        TO OPT-STATUS(OPT-RECORD-COUNT).
002930     IF OPM-CHANGE-DATE IS NUMERIC
002940         MOVE OPM-CHANGE-DATE
002950             TO OPT-CHANGE-DATE(OPT-RECORD-COUNT)
002960     ELSE
002970         MOVE ZERO TO OPT-CHANGE-DATE(OPT-RECORD-COUNT)
002980     END-IF.
002990     MOVE OPM-CHANGED-BY    TO OPT-CHANGED-BY(OPT-RECORD-COUNT).
003000 1260-EXIT.
003010     EXIT.
003020*
003030*----------------------------------------------------------------*
003040*    2000-PROCESS-ONE-COMMAND - SHOW THE MENU AND CARRY OUT ONE
003050*    COMMAND, RE-PROMPTING ON ANYTHING UNRECOGNIZED UP TO THE
003060*    TRY LIMIT BEFORE GIVING UP AND ENDING THE RUN.
003070*----------------------------------------------------------------*
003080 2000-PROCESS-ONE-COMMAND.
003090     DISPLAY 'OMIOMNT - L=LIST A=ADD C=CHANGE D=DEACTIVATE '
003100         'S=SAVE+QUIT Q=QUIT: ' WITH NO ADVANCING.
003110     ACCEPT WS-CMD.
003120     IF WS-CMD = 'L' OR WS-CMD = 'l'
003130         MOVE ZERO TO WS-MENU-TRIES
003140         PERFORM 3000-LIST-OPERATORS THRU 3000-EXIT
003150     ELSE
003160         IF WS-CMD = 'A' OR WS-CMD = 'a'
003170             MOVE ZERO TO WS-MENU-TRIES
003180             PERFORM 4000-ADD-OPERATOR THRU 4000-EXIT
003190         ELSE
003200             IF WS-CMD = 'C' OR WS-CMD = 'c'
003210                 MOVE ZERO TO WS-MENU-TRIES
003220                 PERFORM 4500-CHANGE-OPERATOR THRU 4500-EXIT
003230             ELSE
003240                 IF WS-CMD = 'D' OR WS-CMD = 'd'
003250                     MOVE ZERO TO WS-MENU-TRIES
003260                     PERFORM 5000-DEACTIVATE-OPERATOR
003270                         THRU 5000-EXIT
003280                 ELSE
003290                     IF WS-CMD = 'S' OR WS-CMD = 's'
003300                         PERFORM 6000-SAVE-AND-QUIT
003310                             THRU 6000-EXIT
003320                     ELSE
003330                         IF WS-CMD = 'Q' OR WS-CMD = 'q'
003340                             PERFORM 2150-QUIT-WITHOUT-SAVE
003350                                 THRU 2150-EXIT
003360                         ELSE
003370                             PERFORM 2100-REJECT-MENU-ENTRY
003380                                 THRU 2100-EXIT
003390                         END-IF
003400                     END-IF
003410                 END-IF
003420             END-IF
003430         END-IF
003440     END-IF.
003450 2000-EXIT.
003460     EXIT.
003470*
003480*----------------------------------------------------------------*
003490*    2100-REJECT-MENU-ENTRY - COUNT A BAD MENU ENTRY AND GIVE
003500*    UP ON THE RUN PAST THE TRY LIMIT. GIVING UP DISCARDS ANY
003510*    UNSAVED CHANGES, SO IT WARNS LIKE Q DOES.
003520*----------------------------------------------------------------*
003530 2100-REJECT-MENU-ENTRY.
003540     ADD 1 TO WS-MENU-TRIES.
003550     IF WS-MENU-TRIES > WS-MENU-TRY-LIMIT
003560         DISPLAY 'TOO MANY INVALID ENTRIES - ENDING THE RUN.'
003570         PERFORM 2150-QUIT-WITHOUT-SAVE THRU 2150-EXIT
003580     ELSE
003590         DISPLAY 'INVALID ENTRY - PLEASE TYPE L, A, C, D, S'
003600             ' OR Q.'
003610     END-IF.
003620 2100-EXIT.
003630     EXIT.
003640*
003650*----------------------------------------------------------------*
003660*    2150-QUIT-WITHOUT-SAVE - END THE RUN, WARNING ABOUT ANY
003670*    ACCEPTED CHANGES THAT WERE NEVER SAVED AND SO NEVER
003680*    REACHED THE OPERATOR MASTER OR THE ACCESS LOG.
003690*----------------------------------------------------------------*
003700 2150-QUIT-WITHOUT-SAVE.
003710     IF PND-COUNT > ZERO
003720         DISPLAY 'WARNING: ' PND-COUNT
003730             ' UNSAVED CHANGE(S) DISCARDED.'
003740     END-IF.
003750     SET WS-USER-DONE TO TRUE.
003760 2150-EXIT.
003770     EXIT.
003780*
003790*----------------------------------------------------------------*
003800*    3000-LIST-OPERATORS - SHOW EVERY OPERATOR HELD IN STORAGE,
003810*    IN FILE ORDER. THE PIN IS NEVER SHOWN.
003820*----------------------------------------------------------------*
003830 3000-LIST-OPERATORS.
003840     IF OPT-RECORD-COUNT = ZERO
003850         DISPLAY '  THE OPERATOR MASTER IS EMPTY.'
003860         GO TO 3000-EXIT
003870     END-IF.
003880     DISPLAY '  ID        NAME                            LVL'
003890         ' STS CHANGED   BY'.
003900     PERFORM 3100-LIST-ONE-OPERATOR THRU 3100-EXIT
003910         VARYING OPT-SUB FROM 1 BY 1
003920         UNTIL OPT-SUB > OPT-RECORD-COUNT.
003930 3000-EXIT.
003940     EXIT.
003950*
003960 3100-LIST-ONE-OPERATOR.
003970     DISPLAY '  ' OPT-OPERATOR-ID(OPT-SUB)
003980         '  ' OPT-OPERATOR-NAME(OPT-SUB)
003990         '  ' OPT-AUTH-LEVEL(OPT-SUB)
004000         '   ' OPT-STATUS(OPT-SUB)
004010         '   ' OPT-CHANGE-DATE(OPT-SUB)
004020         '  ' OPT-CHANGED-BY(OPT-SUB).
004030 3100-EXIT.
004040     EXIT.
004050*
004060*----------------------------------------------------------------*
004070*    4000-ADD-OPERATOR - ENROL A NEW OPERATOR. THE ID MUST BE
004080*    NEW, THE NAME GIVEN, THE PIN FOUR DIGITS AND THE LEVEL S,
004090*    C OR T. A NEW OPERATOR STARTS ACTIVE.
004100*----------------------------------------------------------------*
004110 4000-ADD-OPERATOR.
004120     IF PND-COUNT = PND-TABLE-LIMIT
004130         DISPLAY 'REFUSED - CHANGE LIMIT REACHED, SAVE WITH S'
004140             ' FIRST.'
004150         GO TO 4000-EXIT
004160     END-IF.
004170     IF OPT-RECORD-COUNT = OPT-TABLE-LIMIT
004180         DISPLAY 'REFUSED - OPERATOR TABLE FULL.'
004190         GO TO 4000-EXIT
004200     END-IF.
004210     DISPLAY 'NEW OPERATOR ID (UP TO 8 CHARACTERS): '
004220         WITH NO ADVANCING.
004230     ACCEPT CHG-OPERATOR-ID.
004240     IF CHG-OPERATOR-ID = SPACES
004250         DISPLAY 'REFUSED - AN OPERATOR ID IS REQUIRED.'
004260         GO TO 4000-EXIT
004270     END-IF.
004280     MOVE CHG-OPERATOR-ID TO OPT-LOOKUP-ID.
004290     PERFORM 7000-FIND-OPERATOR THRU 7000-EXIT.
004300     IF OPT-MATCH-SUB > ZERO
004310         DISPLAY 'REFUSED - OPERATOR ' CHG-OPERATOR-ID
004320             ' IS ALREADY ON FILE.'
004330         GO TO 4000-EXIT
004340     END-IF.
004350     DISPLAY 'NAME: ' WITH NO ADVANCING.
004360     ACCEPT CHG-OPERATOR-NAME.
004370     IF CHG-OPERATOR-NAME = SPACES
004380         DISPLAY 'REFUSED - A NAME IS REQUIRED.'
004390         GO TO 4000-EXIT
004400     END-IF.
004410     DISPLAY 'PIN (4 DIGITS): ' WITH NO ADVANCING.
004420     ACCEPT CHG-PIN.
004430     IF CHG-PIN IS NOT NUMERIC
004440         DISPLAY 'REFUSED - THE PIN MUST BE FOUR DIGITS.'
004450         GO TO 4000-EXIT
004460     END-IF.
004470     DISPLAY 'AUTHORITY (S=SUPERVISOR C=CLERK T=TELLER): '
004480         WITH NO ADVANCING.
004490     ACCEPT CHG-AUTH-LEVEL.
004500     INSPECT CHG-AUTH-LEVEL CONVERTING 'sct' TO 'SCT'.
004510     IF NOT CHG-VALID-LEVEL
004520         DISPLAY 'REFUSED - AUTHORITY MUST BE S, C OR T.'
004530         GO TO 4000-EXIT
004540     END-IF.
004550     DISPLAY 'ADD ' CHG-OPERATOR-ID ' ' CHG-OPERATOR-NAME
004560         ' AT LEVEL ' CHG-AUTH-LEVEL ' (Y/N)? '
004570         WITH NO ADVANCING.
004580     ACCEPT WS-ANSWER.
004590     IF WS-ANSWER NOT = 'Y' AND WS-ANSWER NOT = 'y'
004600         DISPLAY 'ADDITION DISCARDED.'
004610         GO TO 4000-EXIT
004620     END-IF.
004630     ADD 1 TO OPT-RECORD-COUNT.
004640     MOVE OPT-RECORD-COUNT TO OPT-MATCH-SUB.
004650     MOVE CHG-OPERATOR-ID   TO OPT-OPERATOR-ID(OPT-MATCH-SUB).
004660     MOVE CHG-OPERATOR-NAME TO OPT-OPERATOR-NAME(OPT-MATCH-SUB).
004670     MOVE CHG-PIN           TO OPT-PIN(OPT-MATCH-SUB).
004680     MOVE CHG-AUTH-LEVEL    TO OPT-AUTH-LEVEL(OPT-MATCH-SUB).
004690     MOVE 'A'               TO OPT-STATUS(OPT-MATCH-SUB).
004700     MOVE WS-CURRENT-DATE   TO OPT-CHANGE-DATE(OPT-MATCH-SUB).
004710     MOVE WS-OPERATOR-ID    TO OPT-CHANGED-BY(OPT-MATCH-SUB).
004720     MOVE SPACES TO CHG-TEXT.
004730     STRING 'ADDED OPERATOR ' DELIMITED BY SIZE
004740         CHG-OPERATOR-ID DELIMITED BY SPACE
004750         ' AT LEVEL ' DELIMITED BY SIZE
004760         CHG-AUTH-LEVEL DELIMITED BY SIZE
004770         INTO CHG-TEXT.
004780     PERFORM 4900-QUEUE-ACCESS-ENTRY THRU 4900-EXIT.
004790     DISPLAY 'OPERATOR ADDED - SAVE WITH S TO MAKE IT'
004800         ' PERMANENT.'.
004810 4000-EXIT.
004820     EXIT.
004830*
004840*----------------------------------------------------------------*
004850*    4500-CHANGE-OPERATOR - CHANGE AN OPERATOR'S NAME, PIN,
004860*    AUTHORITY LEVEL OR STATUS. A BLANK ANSWER KEEPS WHAT IS ON
004870*    FILE. A CHANGE THAT CHANGES NOTHING IS NOT QUEUED. THE
004880*    ACCESS LOG RECORDS WHICH FIELDS CHANGED, NEVER THE PIN.
004890*----------------------------------------------------------------*
004900 4500-CHANGE-OPERATOR.
004910     IF PND-COUNT = PND-TABLE-LIMIT
004920         DISPLAY 'REFUSED - CHANGE LIMIT REACHED, SAVE WITH S'
004930             ' FIRST.'
004940         GO TO 4500-EXIT
004950     END-IF.
004960     PERFORM 7100-GET-EXISTING-OPERATOR THRU 7100-EXIT.
004970     IF OPT-MATCH-SUB = ZERO
004980         GO TO 4500-EXIT
004990     END-IF.
005000     DISPLAY 'NEW NAME (BLANK TO KEEP): ' WITH NO ADVANCING.
005010     ACCEPT CHG-OPERATOR-NAME.
005020     DISPLAY 'NEW PIN (4 DIGITS, BLANK TO KEEP): '
005030         WITH NO ADVANCING.
005040     ACCEPT CHG-PIN.
005050     IF CHG-PIN NOT = SPACES AND CHG-PIN IS NOT NUMERIC
005060         DISPLAY 'REFUSED - THE PIN MUST BE FOUR DIGITS.'
005070         GO TO 4500-EXIT
005080     END-IF.
005090     DISPLAY 'NEW AUTHORITY (S/C/T, BLANK TO KEEP): '
005100         WITH NO ADVANCING.
005110     ACCEPT CHG-AUTH-LEVEL.
005120     INSPECT CHG-AUTH-LEVEL CONVERTING 'sct' TO 'SCT'.
005130     IF CHG-AUTH-LEVEL NOT = SPACE AND NOT CHG-VALID-LEVEL
005140         DISPLAY 'REFUSED - AUTHORITY MUST BE S, C OR T.'
005150         GO TO 4500-EXIT
005160     END-IF.
005170     DISPLAY 'NEW STATUS (A=ACTIVE I=INACTIVE, BLANK TO KEEP): '
005180         WITH NO ADVANCING.
005190     ACCEPT CHG-STATUS.
005200     INSPECT CHG-STATUS CONVERTING 'ai' TO 'AI'.
005210     IF CHG-STATUS NOT = SPACE AND NOT CHG-VALID-STATUS
005220         DISPLAY 'REFUSED - STATUS MUST BE A OR I.'
005230         GO TO 4500-EXIT
005240     END-IF.
005250     MOVE SPACES TO CHG-TEXT.
005260     MOVE 1 TO CHG-POINTER.
005270     STRING 'CHANGED OPERATOR ' DELIMITED BY SIZE
005280         CHG-OPERATOR-ID DELIMITED BY SPACE
005290         ' -' DELIMITED BY SIZE
005300         INTO CHG-TEXT WITH POINTER CHG-POINTER.
005310     MOVE CHG-POINTER TO CHG-BASE-POINTER.
005320     PERFORM 4600-NOTE-CHANGED-FIELDS THRU 4600-EXIT.
005330     IF CHG-POINTER = CHG-BASE-POINTER
005340         DISPLAY 'NOTHING CHANGED.'
005350         GO TO 4500-EXIT
005360     END-IF.
005370     DISPLAY 'COMMIT THIS CHANGE (Y/N)? ' WITH NO ADVANCING.
005380     ACCEPT WS-ANSWER.
005390     IF WS-ANSWER NOT = 'Y' AND WS-ANSWER NOT = 'y'
005400         DISPLAY 'CHANGE DISCARDED.'
005410         GO TO 4500-EXIT
005420     END-IF.
005430     IF CHG-OPERATOR-NAME NOT = SPACES
005440         MOVE CHG-OPERATOR-NAME
005450             TO OPT-OPERATOR-NAME(OPT-MATCH-SUB)
005460     END-IF.
005470     IF CHG-PIN NOT = SPACES
005480         MOVE CHG-PIN TO OPT-PIN(OPT-MATCH-SUB)
005490     END-IF.
005500     IF CHG-AUTH-LEVEL NOT = SPACE
005510         MOVE CHG-AUTH-LEVEL TO OPT-AUTH-LEVEL(OPT-MATCH-SUB)
005520     END-IF.
005530     IF CHG-STATUS NOT = SPACE
005540         MOVE CHG-STATUS TO OPT-STATUS(OPT-MATCH-SUB)
005550     END-IF.
005560     MOVE WS-CURRENT-DATE TO OPT-CHANGE-DATE(OPT-MATCH-SUB).
005570     MOVE WS-OPERATOR-ID  TO OPT-CHANGED-BY(OPT-MATCH-SUB).
005580     PERFORM 4900-QUEUE-ACCESS-ENTRY THRU 4900-EXIT.
005590     DISPLAY 'CHANGE ACCEPTED - SAVE WITH S TO MAKE IT'
005600         ' PERMANENT.'.
005610 4500-EXIT.
005620     EXIT.
005630*
005640*----------------------------------------------------------------*
005650*    4600-NOTE-CHANGED-FIELDS - ADD EACH FIELD THAT IS REALLY
005660*    CHANGING TO THE ACCESS-LOG TEXT. AN ANSWER THAT REPEATS
005670*    WHAT IS ON FILE IS CLEARED SO IT COUNTS AS KEEP.
005680*----------------------------------------------------------------*
005690 4600-NOTE-CHANGED-FIELDS.
005700     IF CHG-OPERATOR-NAME = OPT-OPERATOR-NAME(OPT-MATCH-SUB)
005710         MOVE SPACES TO CHG-OPERATOR-NAME
005720     END-IF.
005730     IF CHG-PIN = OPT-PIN(OPT-MATCH-SUB)
005740         MOVE SPACES TO CHG-PIN
005750     END-IF.
005760     IF CHG-AUTH-LEVEL = OPT-AUTH-LEVEL(OPT-MATCH-SUB)
005770         MOVE SPACE TO CHG-AUTH-LEVEL
005780     END-IF.
005790     IF CHG-STATUS = OPT-STATUS(OPT-MATCH-SUB)
005800         MOVE SPACE TO CHG-STATUS
005810     END-IF.
005820     IF CHG-OPERATOR-NAME NOT = SPACES
005830         STRING ' NAME' DELIMITED BY SIZE
005840             INTO CHG-TEXT WITH POINTER CHG-POINTER
005850     END-IF.
005860     IF CHG-PIN NOT = SPACES
005870         STRING ' PIN' DELIMITED BY SIZE
005880             INTO CHG-TEXT WITH POINTER CHG-POINTER
005890     END-IF.
005900     IF CHG-AUTH-LEVEL NOT = SPACE
005910         STRING ' LEVEL ' DELIMITED BY SIZE
005920             OPT-AUTH-LEVEL(OPT-MATCH-SUB) DELIMITED BY SIZE
005930             '>' DELIMITED BY SIZE
005940             CHG-AUTH-LEVEL DELIMITED BY SIZE
005950             INTO CHG-TEXT WITH POINTER CHG-POINTER
005960     END-IF.
005970     IF CHG-STATUS NOT = SPACE
005980         STRING ' STATUS ' DELIMITED BY SIZE
005990             OPT-STATUS(OPT-MATCH-SUB) DELIMITED BY SIZE
006000             '>' DELIMITED BY SIZE
006010             CHG-STATUS DELIMITED BY SIZE
006020             INTO CHG-TEXT WITH POINTER CHG-POINTER
006030     END-IF.
006040 4600-EXIT.
006050     EXIT.
006060*
006070 4900-QUEUE-ACCESS-ENTRY.
006080     ADD 1 TO PND-COUNT.
006090     MOVE CHG-TEXT TO PND-TEXT(PND-COUNT).
006100 4900-EXIT.
006110     EXIT.
006120*
006130*----------------------------------------------------------------*
006140*    5000-DEACTIVATE-OPERATOR - RETIRE AN OPERATOR BY MARKING
006150*    THEM INACTIVE. THE RECORD STAYS ON FILE SO THE NAME BEHIND
006160*    AN OLD LEDGER STAMP CAN STILL BE FOUND; A CHANGE BACK TO
006170*    A REACTIVATES THEM.
006180*----------------------------------------------------------------*
006190 5000-DEACTIVATE-OPERATOR.
006200     IF PND-COUNT = PND-TABLE-LIMIT
006210         DISPLAY 'REFUSED - CHANGE LIMIT REACHED, SAVE WITH S'
006220             ' FIRST.'
006230         GO TO 5000-EXIT
006240     END-IF.
006250     PERFORM 7100-GET-EXISTING-OPERATOR THRU 7100-EXIT.
006260     IF OPT-MATCH-SUB = ZERO
006270         GO TO 5000-EXIT
006280     END-IF.
006290     IF OPT-INACTIVE(OPT-MATCH-SUB)
006300         DISPLAY 'OPERATOR ' CHG-OPERATOR-ID
006310             ' IS ALREADY INACTIVE.'
006320         GO TO 5000-EXIT
006330     END-IF.
006340     DISPLAY 'DEACTIVATE ' CHG-OPERATOR-ID ' '
006350         OPT-OPERATOR-NAME(OPT-MATCH-SUB) ' (Y/N)? '
006360         WITH NO ADVANCING.
006370     ACCEPT WS-ANSWER.
006380     IF WS-ANSWER NOT = 'Y' AND WS-ANSWER NOT = 'y'
006390         DISPLAY 'OPERATOR LEFT ACTIVE.'
006400         GO TO 5000-EXIT
006410     END-IF.
006420     MOVE 'I' TO OPT-STATUS(OPT-MATCH-SUB).
006430     MOVE WS-CURRENT-DATE TO OPT-CHANGE-DATE(OPT-MATCH-SUB).
006440     MOVE WS-OPERATOR-ID  TO OPT-CHANGED-BY(OPT-MATCH-SUB).
006450     MOVE SPACES TO CHG-TEXT.
006460     STRING 'DEACTIVATED OPERATOR ' DELIMITED BY SIZE
006470         CHG-OPERATOR-ID DELIMITED BY SPACE
006480         INTO CHG-TEXT.
006490     PERFORM 4900-QUEUE-ACCESS-ENTRY THRU 4900-EXIT.
006500     DISPLAY 'OPERATOR DEACTIVATED - SAVE WITH S TO MAKE IT'
006510         ' PERMANENT.'.
006520 5000-EXIT.
006530     EXIT.
006540*
006550*----------------------------------------------------------------*
006560*    6000-SAVE-AND-QUIT - REWRITE THE OPERATOR MASTER FROM
006570*    STORAGE, APPEND THE SESSION'S CHANGES TO THE ACCESS LOG AND
006580*    END THE RUN. A FILE LEFT WITHOUT AN ACTIVE SUPERVISOR
006585*    COULD NEVER BE MAINTAINED AGAIN, SO IT IS NOT SAVED. A
006590*    MASTER THAT CANNOT BE OPENED IS NOT WRITTEN AND NOTHING GOES
006595*    TO THE ACCESS LOG; THE SESSION CARRIES ON.
006600*----------------------------------------------------------------*
006610 6000-SAVE-AND-QUIT.
006620     MOVE ZERO TO OPT-SUPERVISOR-COUNT.
006630     PERFORM 6050-COUNT-ONE-SUPERVISOR THRU 6050-EXIT
006640         VARYING OPT-SUB FROM 1 BY 1
006650         UNTIL OPT-SUB > OPT-RECORD-COUNT.
006660     IF OPT-SUPERVISOR-COUNT = ZERO
006670         DISPLAY 'REFUSED - THE FILE MUST KEEP AT LEAST ONE'
006680             ' ACTIVE SUPERVISOR. NOTHING SAVED.'
006690         GO TO 6000-EXIT
006700     END-IF.
006701     OPEN OUTPUT OPERATOR-FILE.
006702     IF WS-OPM-STATUS NOT = '00'
006703         DISPLAY 'OMIOMNT: CANNOT WRITE OMIOPER (STATUS '
006704             WS-OPM-STATUS ') - NOTHING SAVED.'
006705         MOVE 'S' TO WS-OPS-SEVERITY
006706         MOVE 'OPM0001' TO WS-OPS-CODE
006707         MOVE 'CANNOT WRITE OMIOPER - OPERATOR CHANGES NOT SAVED'
006708             TO WS-OPS-TEXT
006709         PERFORM 8800-WRITE-OPS-MESSAGE THRU 8800-EXIT
006710         GO TO 6000-EXIT
006711     END-IF.
006720     PERFORM 6100-WRITE-ONE-OPERATOR THRU 6100-EXIT
006730         VARYING OPT-SUB FROM 1 BY 1
006740         UNTIL OPT-SUB > OPT-RECORD-COUNT.
006750     CLOSE OPERATOR-FILE.
006760     DISPLAY 'OMIOMNT: ' OPT-RECORD-COUNT
006770         ' OPERATOR RECORD(S) WRITTEN.'.
006780     PERFORM 6200-WRITE-ACCESS-ENTRIES THRU 6200-EXIT.
006790     SET WS-USER-DONE TO TRUE.
006800 6000-EXIT.
006810     EXIT.
006820*
006830 6050-COUNT-ONE-SUPERVISOR.
006840     IF OPT-SUPERVISOR(OPT-SUB) AND OPT-ACTIVE(OPT-SUB)
006850         ADD 1 TO OPT-SUPERVISOR-COUNT
006860     END-IF.
006870 6050-EXIT.
006880     EXIT.
006890*
006900 6100-WRITE-ONE-OPERATOR.
006910     MOVE OPT-OPERATOR-ID(OPT-SUB)   TO OPM-OPERATOR-ID.
006920     MOVE OPT-OPERATOR-NAME(OPT-SUB) TO OPM-OPERATOR-NAME.
006930     MOVE OPT-PIN(OPT-SUB)           TO OPM-PIN.
006940     MOVE OPT-AUTH-LEVEL(OPT-SUB)    TO OPM-AUTH-LEVEL.
006950     MOVE OPT-STATUS(OPT-SUB)        TO OPM-STATUS.
006960     MOVE OPT-CHANGE-DATE(OPT-SUB)   TO OPM-CHANGE-DATE.
006970     MOVE OPT-CHANGED-BY(OPT-SUB)    TO OPM-CHANGED-BY.
006980     WRITE OPERATOR-MASTER-RECORD.
006990 6100-EXIT.
007000     EXIT.
007010*
007020 6200-WRITE-ACCESS-ENTRIES.
007030     IF PND-COUNT = ZERO
007040         GO TO 6200-EXIT
007050     END-IF.
007060     MOVE 'P' TO WS-ACL-EVENT.
007070     PERFORM 6210-WRITE-ONE-ACCESS-ENTRY THRU 6210-EXIT
007080         VARYING PND-SUB FROM 1 BY 1 UNTIL PND-SUB > PND-COUNT.
007090     DISPLAY 'OMIOMNT: ' PND-COUNT
007100         ' CHANGE(S) WRITTEN TO THE ACCESS LOG.'.
007110     MOVE ZERO TO PND-COUNT.
007120 6200-EXIT.
007130     EXIT.
007140*
007150 6210-WRITE-ONE-ACCESS-ENTRY.
007160     MOVE PND-TEXT(PND-SUB) TO WS-ACL-TEXT.
007170     PERFORM 8700-WRITE-ACCESS-LOG THRU 8700-EXIT.
007180 6210-EXIT.
007190     EXIT.
007200*
007210*----------------------------------------------------------------*
007220*    7000-FIND-OPERATOR - LOOK OPT-LOOKUP-ID UP IN THE OPERATOR
007230*    TABLE, LEAVING ITS SUBSCRIPT IN OPT-MATCH-SUB (ZERO WHEN
007240*    IT IS NOT ON FILE).
007250*----------------------------------------------------------------*
007260 7000-FIND-OPERATOR.
007270     MOVE ZERO TO OPT-MATCH-SUB.
007280     PERFORM 7010-MATCH-ONE-OPERATOR THRU 7010-EXIT
007290         VARYING OPT-SUB FROM 1 BY 1
007300         UNTIL OPT-SUB > OPT-RECORD-COUNT
007310            OR OPT-MATCH-SUB > ZERO.
007320 7000-EXIT.
007330     EXIT.
007340*
007350 7010-MATCH-ONE-OPERATOR.
007360     IF OPT-OPERATOR-ID(OPT-SUB) = OPT-LOOKUP-ID
007370         MOVE OPT-SUB TO OPT-MATCH-SUB
007380     END-IF.
007390 7010-EXIT.
007400     EXIT.
007410*
007420*----------------------------------------------------------------*
007430*    7100-GET-EXISTING-OPERATOR - ASK FOR THE ID OF AN OPERATOR
007440*    ALREADY ON FILE AND SHOW WHAT IS HELD FOR THEM. AN ID THAT
007450*    IS NOT ON FILE IS REFUSED AND LEAVES OPT-MATCH-SUB ZERO.
007460*----------------------------------------------------------------*
007470 7100-GET-EXISTING-OPERATOR.
007480     MOVE ZERO TO OPT-MATCH-SUB.
007490     DISPLAY 'OPERATOR ID: ' WITH NO ADVANCING.
007500     ACCEPT CHG-OPERATOR-ID.
007510     IF CHG-OPERATOR-ID = SPACES
007520         DISPLAY 'REFUSED - AN OPERATOR ID IS REQUIRED.'
007530         GO TO 7100-EXIT
007540     END-IF.
007550     MOVE CHG-OPERATOR-ID TO OPT-LOOKUP-ID.
007560     PERFORM 7000-FIND-OPERATOR THRU 7000-EXIT.
007570     IF OPT-MATCH-SUB = ZERO
007580         DISPLAY 'REFUSED - OPERATOR ' CHG-OPERATOR-ID
007590             ' IS NOT ON FILE.'
007600         GO TO 7100-EXIT
007610     END-IF.
007620     DISPLAY '  ' OPT-OPERATOR-ID(OPT-MATCH-SUB)
007630         '  ' OPT-OPERATOR-NAME(OPT-MATCH-SUB)
007640         '  LEVEL ' OPT-AUTH-LEVEL(OPT-MATCH-SUB)
007650         '  STATUS ' OPT-STATUS(OPT-MATCH-SUB).
007660 7100-EXIT.
007670     EXIT.
007680*
007690*----------------------------------------------------------------*
007700*    8700-WRITE-ACCESS-LOG - APPEND THE ACCESS EVENT IN HAND TO
007710*    THE OMIACCL ACCESS LOG UNDER THE SIGNED-ON OPERATOR,
007720*    CREATING THE FILE ON FIRST USE. OPENED AND CLOSED PER
007730*    EVENT SO CONCURRENT COUNTERS INTERLEAVE WHOLE RECORDS. A
007740*    LOG THAT CANNOT BE OPENED LOSES THE EVENT BUT NEVER STOPS
007750*    THE RUN.
007760*----------------------------------------------------------------*
007770 8700-WRITE-ACCESS-LOG.
007780     ACCEPT WS-ACL-TIME FROM TIME.
007790     OPEN EXTEND ACCESS-LOG-FILE.
007800     IF WS-ACL-STATUS = '35'
007810         OPEN OUTPUT ACCESS-LOG-FILE
007820         CLOSE ACCESS-LOG-FILE
007830         OPEN EXTEND ACCESS-LOG-FILE
007840     END-IF.
007850     IF WS-ACL-STATUS NOT = '00'
007860         DISPLAY 'OMIACCL: CANNOT OPEN ACCESS LOG (STATUS '
007870             WS-ACL-STATUS ') - EVENT LOST.'
007880         GO TO 8700-EXIT
007890     END-IF.
007900     MOVE WS-CURRENT-DATE TO ACL-LOG-DATE.
007910     MOVE WS-ACL-TIME     TO ACL-LOG-TIME.
007920     MOVE 'OMIOMNT '      TO ACL-PROGRAM-ID.
007930     MOVE WS-OPERATOR-ID  TO ACL-OPERATOR-ID.
007940     MOVE WS-ACL-EVENT    TO ACL-EVENT-TYPE.
007950     MOVE WS-ACL-TEXT     TO ACL-EVENT-TEXT.
007960     WRITE ACCESS-LOG-RECORD.
007970     CLOSE ACCESS-LOG-FILE.
007971 8700-EXIT.
007972     EXIT.
007973*
007974*----------------------------------------------------------------*
007975*    8800-WRITE-OPS-MESSAGE - APPEND THE MESSAGE IN HAND TO THE
007976*    OMIOPSL OPERATIONS LOG AND RAISE THE RUN'S WORST SEVERITY,
007977*    WHICH BECOMES THE RETURN CODE. OPENED AND CLOSED PER
007978*    MESSAGE SO CONCURRENT TERMINALS INTERLEAVE WHOLE RECORDS.
007979*    A LOG THAT CANNOT BE OPENED LOSES THE MESSAGE BUT NEVER
007980*    STOPS THE RUN - THE CONSOLE DISPLAY HAS ALREADY BEEN MADE.
007981*----------------------------------------------------------------*
007982 8800-WRITE-OPS-MESSAGE.
007983     IF WS-OPS-SEVERITY = 'S'
007984         MOVE 8 TO WS-HIGHEST-SEVERITY
007985     END-IF.
007986     IF WS-OPS-SEVERITY = 'W' AND WS-HIGHEST-SEVERITY < 4
007987         MOVE 4 TO WS-HIGHEST-SEVERITY
007988     END-IF.
007989     ACCEPT WS-OPS-TIME FROM TIME.
007990     OPEN EXTEND OPS-MESSAGE-FILE.
007991     IF WS-OPS-STATUS = '35'
007992         OPEN OUTPUT OPS-MESSAGE-FILE
007993         CLOSE OPS-MESSAGE-FILE
007994         OPEN EXTEND OPS-MESSAGE-FILE
007995     END-IF.
007996     IF WS-OPS-STATUS NOT = '00'
007997         DISPLAY 'OMIOPSL: CANNOT OPEN OPS LOG (STATUS '
007998             WS-OPS-STATUS ') - MESSAGE LOST.'
007999         GO TO 8800-EXIT
008000     END-IF.
008001     MOVE WS-CURRENT-DATE TO OPR-MSG-DATE.
008002     MOVE WS-OPS-TIME     TO OPR-MSG-TIME.
008003     MOVE 'OMIOMNT '      TO OPR-PROGRAM-ID.
008004     MOVE WS-OPS-SEVERITY TO OPR-SEVERITY.
008005     MOVE WS-OPS-CODE     TO OPR-MSG-CODE.
008006     MOVE WS-OPS-TEXT     TO OPR-MSG-TEXT.
008007     WRITE OPS-MESSAGE-RECORD.
008008     CLOSE OPS-MESSAGE-FILE.
008009 8800-EXIT.
008010     EXIT.
008011*
008012*----------------------------------------------------------------*
008020*    9000-TERMINATE - END THE RUN.
008030*----------------------------------------------------------------*
008040 9000-TERMINATE.
008050     DISPLAY 'OMIOMNT: RUN COMPLETE.'.
008060 9000-EXIT.
008070     EXIT.
