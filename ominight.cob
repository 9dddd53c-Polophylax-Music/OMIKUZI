000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. OMINIGHT.
000030 AUTHOR. T. SATO.
000040 INSTALLATION. SHRINE SYSTEMS SECTION.
000050 DATE-WRITTEN. 2026-10-11.
000060 DATE-COMPILED.
000070*
000080*    MODIFICATION HISTORY.
000090*    DATE       INIT  DESCRIPTION
000100*    ---------- ----  -----------------------------------------
000110*    2026-10-11 TS    ORIGINAL VERSION. RUN CONTROL FOR THE
000120*                      NIGHT JOB STREAM, REPLACING THE ORDER THE
000130*                      DUTY OPERATOR HAPPENED TO REMEMBER. THE
000140*                      STREAM IS FIXED HERE - OMICLOSE, OMIRECON,
000150*                      OMICASH, OMIDEPO, OMIDACK, OMIPOST,
000160*                      OMIXTRC, THE OMIPRNT PURGE, OMIARCH ON THE
000170*                      FIRST BUSINESS DATE OF A NEW YEAR ONLY
000180*                      (IT ONLY CUTS A COMPLETED YEAR), AND
000190*                      OMIROLL LAST - WITH THE STEPS EACH NEEDS
000200*                      FINISHED FIRST. EVERY STEP RUN IS
000210*                      RECORDED ON THE OMIRUNL RUN LEDGER WITH
000220*                      THE BUSINESS DATE, START AND END TIME,
000230*                      RETURN CODE AND STATUS. A STEP WHOSE
000240*                      PREREQUISITES HAVE NOT COMPLETED CLEANLY
000250*                      (RC 4 OR BELOW) FOR THE BUSINESS DATE IS
000260*                      REFUSED. THE WHOLE STREAM STOPS AT THE
000270*                      FIRST FAILED STEP, AND A RERUN PICKS IT UP
000280*                      AT THAT STEP, PASSING OVER THE STEPS THE
000290*                      LEDGER ALREADY SHOWS CLEAN FOR THE DATE. A
000300*                      SINGLE STEP CAN BE NAMED INSTEAD, E.G. TO
000310*                      RE-CLOSE A DAY AFTER A VOID, UNDER THE
000320*                      SAME PREREQUISITE CHECK. A STEP RERUN PUTS
000330*                      EVERY STEP THAT DEPENDS ON IT BACK TO NOT
000340*                      RUN, SO THE NEXT WHOLE-STREAM RUN REDOES
000350*                      THEM FROM THE NEW RESULT. OMIPOST NEVER
000360*                      POSTS A DAY TWICE - A POSTED DAY THAT IS
000370*                      RE-CLOSED STOPS THE STREAM AT OMIPOST UNTIL
000380*                      FINANCE HAS REVERSED THE DAY'S JOURNAL AND
000390*                      ITS OMIGLCT RECORD HAS BEEN TAKEN OFF. WHEN
000400*                      EVERY STEP OF THE NIGHT IS CLEAN A STREAM
000410*                      RECORD IS WRITTEN FOR THE MORNING HEALTH
000420*                      CHECK.
000430*
000440 ENVIRONMENT DIVISION.
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT BUSINESS-DATE-FILE ASSIGN TO "OMIBDAT"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-BDT-STATUS.
000500     SELECT RUN-LEDGER-FILE ASSIGN TO "OMIRUNL"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-RLG-STATUS.
000530     SELECT OPS-MESSAGE-FILE ASSIGN TO "OMIOPSL"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-OPS-STATUS.
000560*
000570 DATA DIVISION.
000580 FILE SECTION.
000590 FD  BUSINESS-DATE-FILE
000600     RECORD CONTAINS 32 CHARACTERS.
000610 COPY OMBDTFD.
000620*
000630 FD  RUN-LEDGER-FILE
000640     RECORD CONTAINS 87 CHARACTERS.
000650 COPY OMRUNFD.
000660*
000670 FD  OPS-MESSAGE-FILE
000680     RECORD CONTAINS 93 CHARACTERS.
000690 COPY OMOPMFD.
000700*
000710 WORKING-STORAGE SECTION.
000720 01  WS-CURRENT-DATE              PIC 9(08).
000730 01  WS-RUN-DATE-SPLIT.
000740     05  WS-RUN-YEAR              PIC 9(04).
000750     05  WS-RUN-MMDD              PIC 9(04).
000760 01  WS-RUN-DATE-SPLIT-N REDEFINES WS-RUN-DATE-SPLIT
000770                                  PIC 9(08).
000780 01  WS-BDT-STATUS                PIC X(02).
000790 01  WS-RLG-STATUS                PIC X(02).
000800 01  WS-MACHINE-DATE              PIC 9(08).
000810 01  WS-MACHINE-TIME              PIC 9(08).
000820 01  WS-ENTRY-INPUT               PIC X(08).
000830 01  WS-ANSWER                    PIC X(01).
000840 01  WS-FATAL-SWITCH              PIC X(01) VALUE 'N'.
000850     88  WS-RUN-FATAL                  VALUE 'Y'.
000860 01  WS-YEAR-END-SWITCH           PIC X(01) VALUE 'N'.
000870     88  WS-YEAR-END-NIGHT             VALUE 'Y'.
000880 01  WS-STOP-SWITCH               PIC X(01) VALUE 'N'.
000890     88  WS-STREAM-STOPPED             VALUE 'Y'.
000900 01  WS-REPLAY-SWITCH             PIC X(01) VALUE 'N'.
000910     88  WS-REPLAYING-LEDGER           VALUE 'Y'.
000920 01  WS-DEPENDENT-SWITCH          PIC X(01).
000930     88  WS-STEP-DEPENDS               VALUE 'Y'.
000940 01  WS-STEP-RESULT               PIC X(01).
000950     88  WS-STEP-RAN-CLEAN             VALUE 'C' 'W'.
000960     88  WS-STEP-NOT-CLEAN             VALUE 'F' 'R'.
000970*
000980*    OPERATIONS MESSAGE IN HAND AND THE WORST SEVERITY SEEN
000990*    THIS RUN - 0 CLEAN, 4 WARNING, 8 SEVERE - WHICH BECOMES
001000*    THE RETURN CODE AT END OF RUN, SO A FAILED OR REFUSED
001010*    STEP HOLDS THE MORNING JOBS IN THE SCHEDULER.
001020 01  WS-OPS-STATUS                PIC X(02).
001030 01  WS-OPS-TIME                  PIC 9(08).
001040 01  WS-OPS-SEVERITY              PIC X(01).
001050 01  WS-OPS-CODE                  PIC X(08).
001060 01  WS-OPS-TEXT                  PIC X(60).
001070 01  WS-HIGHEST-SEVERITY          PIC 9(01) VALUE ZERO.
001080*
001090*    THE STEP BEING RUN. THE STEP PROGRAM IS STARTED THROUGH
001100*    THE RUN-TIME SYSTEM CALL, WHICH HANDS BACK THE WAIT
001110*    STATUS OF THE COMMAND - THE STEP'S OWN RETURN CODE TIMES
001120*    256 - OR A NEGATIVE VALUE WHEN NOTHING COULD BE STARTED.
001130 01  WS-STEP-COMMAND              PIC X(08).
001140 01  WS-STEP-WAIT-STATUS          PIC S9(09) COMP-5.
001150 01  WS-STEP-RC                   PIC 9(03).
001160 01  WS-STEP-START-DATE           PIC 9(08).
001170 01  WS-STEP-START-TIME           PIC 9(08).
001180 01  WS-WAITING-ON                PIC X(08).
001190 01  WS-RUN-NO                    PIC 9(03) VALUE ZERO.
001200 01  WS-STEPS-RUN                 PIC 9(02) COMP VALUE ZERO.
001210 01  WS-STEP-NO                   PIC 9(02).
001220*
001230*    THE NIGHT STREAM IN RUN ORDER. EACH STEP CARRIES ITS
001240*    PROGRAM NAME, A PREREQUISITE MASK (POSITION N IS 'Y'
001250*    WHEN STEP N MUST BE CLEAN FIRST), A YEAR-END-ONLY FLAG
001260*    AND A DESCRIPTION FOR THE CONSOLE. A YEAR-END STEP IS
001270*    NOT PART OF AN ORDINARY NIGHT AND IS NO-ONE'S
001280*    PREREQUISITE THEN.
001290 01  STP-TABLE-VALUES.
001300     05  FILLER  PIC X(08) VALUE 'OMICLOSE'.
001310     05  FILLER  PIC X(10) VALUE 'NNNNNNNNNN'.
001320     05  FILLER  PIC X(01) VALUE 'N'.
001330     05  FILLER  PIC X(24) VALUE 'DAY-END CLOSE'.
001340     05  FILLER  PIC X(08) VALUE 'OMIRECON'.
001350     05  FILLER  PIC X(10) VALUE 'YNNNNNNNNN'.
001360     05  FILLER  PIC X(01) VALUE 'N'.
001370     05  FILLER  PIC X(24) VALUE 'ODDS RECONCILIATION'.
001380     05  FILLER  PIC X(08) VALUE 'OMICASH'.
001390     05  FILLER  PIC X(10) VALUE 'YNNNNNNNNN'.
001400     05  FILLER  PIC X(01) VALUE 'N'.
001410     05  FILLER  PIC X(24) VALUE 'DAILY CASH REPORT'.
001420     05  FILLER  PIC X(08) VALUE 'OMIDEPO'.
001430     05  FILLER  PIC X(10) VALUE 'YNYNNNNNNN'.
001440     05  FILLER  PIC X(01) VALUE 'N'.
001450     05  FILLER  PIC X(24) VALUE 'BANK DEPOSIT'.
001460     05  FILLER  PIC X(08) VALUE 'OMIDACK'.
001470     05  FILLER  PIC X(10) VALUE 'NNNYNNNNNN'.
001480     05  FILLER  PIC X(01) VALUE 'N'.
001490     05  FILLER  PIC X(24) VALUE 'DEPOSIT ACKNOWLEDGEMENT'.
001500     05  FILLER  PIC X(08) VALUE 'OMIPOST'.
001510     05  FILLER  PIC X(10) VALUE 'YNNNNNNNNN'.
001520     05  FILLER  PIC X(01) VALUE 'N'.
001530     05  FILLER  PIC X(24) VALUE 'GENERAL-LEDGER JOURNAL'.
001540     05  FILLER  PIC X(08) VALUE 'OMIXTRC'.
001550     05  FILLER  PIC X(10) VALUE 'YNNNNNNNNN'.
001560     05  FILLER  PIC X(01) VALUE 'N'.
001570     05  FILLER  PIC X(24) VALUE 'BRANCH TRANSMISSION'.
001580     05  FILLER  PIC X(08) VALUE 'OMIPRNT'.
001590     05  FILLER  PIC X(10) VALUE 'YNNNNNNNNN'.
001600     05  FILLER  PIC X(01) VALUE 'N'.
001610     05  FILLER  PIC X(24) VALUE 'SLIP SPOOL PURGE (P)'.
001620     05  FILLER  PIC X(08) VALUE 'OMIARCH'.
001630     05  FILLER  PIC X(10) VALUE 'YNNNNNNNNN'.
001640     05  FILLER  PIC X(01) VALUE 'Y'.
001650     05  FILLER  PIC X(24) VALUE 'PRIOR-YEAR LOG ARCHIVE'.
001660     05  FILLER  PIC X(08) VALUE 'OMIROLL'.
001670     05  FILLER  PIC X(10) VALUE 'YYYYYYYYYN'.
001680     05  FILLER  PIC X(01) VALUE 'N'.
001690     05  FILLER  PIC X(24) VALUE 'BUSINESS-DATE ROLL'.
001700 01  STP-TABLE REDEFINES STP-TABLE-VALUES.
001710     05  STP-ENTRY OCCURS 10 TIMES.
001720         10  STP-NAME             PIC X(08).
001730         10  STP-PREREQ           PIC X(01) OCCURS 10 TIMES.
001740         10  STP-YEAR-END-FLAG    PIC X(01).
001750             88  STP-YEAR-END-ONLY     VALUE 'Y'.
001760         10  STP-DESCRIPTION      PIC X(24).
001770 01  STP-COUNT                    PIC 9(02) COMP VALUE 10.
001780 01  STP-SUB                      PIC 9(02) COMP.
001790 01  STP-RUN-SUB                  PIC 9(02) COMP.
001800 01  STP-PRE-SUB                  PIC 9(02) COMP.
001810 01  STP-FOUND-SUB                PIC 9(02) COMP.
001820 01  STP-RESET-SUB                PIC 9(02) COMP.
001830 01  STP-DEP-SUB                  PIC 9(02) COMP.
001840*
001850*    EACH STEP'S STATE FOR THE BUSINESS DATE, AS THE LEDGER
001860*    LEAVES IT - SPACE NOT RUN, S STARTED AND NEVER ENDED,
001870*    C COMPLETE, W COMPLETE WITH WARNINGS, F FAILED - AND THE
001880*    RETURN CODE IT LAST ENDED WITH. A REFUSAL LEAVES THE
001890*    STEP'S STATE ALONE. A STEP IS ON TONIGHT'S STREAM UNLESS
001900*    IT IS YEAR-END ONLY AND THIS IS NOT THE YEAR-END NIGHT.
001910*    THE RESET MARK MEANS THE STEP DEPENDS, DIRECTLY OR THROUGH
001920*    ANOTHER STEP, ON A STEP THAT HAS JUST BEEN STARTED AGAIN.
001930 01  STS-TABLE.
001940     05  STS-ENTRY OCCURS 10 TIMES.
001950         10  STS-STATUS           PIC X(01).
001960             88  STS-NOT-RUN           VALUE SPACE.
001970             88  STS-CLEAN             VALUE 'C' 'W'.
001980         10  STS-RC               PIC 9(03).
001990         10  STS-ON-STREAM        PIC X(01).
002000             88  STS-TONIGHT           VALUE 'Y'.
002010         10  STS-RESET-SWITCH     PIC X(01).
002020             88  STS-RESET             VALUE 'Y'.
002030 01  STS-CLEAN-COUNT              PIC 9(02) COMP.
002040 01  STS-DUE-COUNT                PIC 9(02) COMP.
002050 01  STS-RESET-COUNT              PIC 9(02) COMP VALUE ZERO.
002060*
002070 PROCEDURE DIVISION.
002080 0000-MAINLINE SECTION.
002090     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002100     IF NOT WS-RUN-FATAL
002110         PERFORM 1200-SHOW-STREAM THRU 1200-EXIT
002120         PERFORM 2000-GET-REQUEST THRU 2000-EXIT
002130     END-IF.
002140     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002150     MOVE WS-HIGHEST-SEVERITY TO RETURN-CODE.
002160     STOP RUN.
002170*
002180*----------------------------------------------------------------*
002190*    1000-INITIALIZE - GET THE BUSINESS DATE THE STREAM RUNS
002200*    FOR, WORK OUT WHETHER IT IS THE YEAR-END NIGHT, AND TAKE
002210*    EACH STEP'S STATE FOR THE DATE OFF THE RUN LEDGER. THE
002220*    YEAR-END NIGHT IS THE FIRST BUSINESS DATE OF THE NEW YEAR -
002230*    OMIARCH WILL ONLY CUT A YEAR THAT HAS ENDED, AND TAKES THE
002240*    YEAR JUST GONE WHEN ITS PROMPT IS LEFT BLANK.
002250*----------------------------------------------------------------*
002260 1000-INITIALIZE.
002270     PERFORM 1010-LOAD-BUSINESS-DATE THRU 1010-EXIT.
002280     MOVE WS-CURRENT-DATE TO WS-RUN-DATE-SPLIT-N.
002290     IF WS-RUN-MMDD = 0101
002300         SET WS-YEAR-END-NIGHT TO TRUE
002310     END-IF.
002320     INITIALIZE STS-TABLE.
002330     PERFORM 1020-MARK-ONE-STEP THRU 1020-EXIT
002340         VARYING STP-SUB FROM 1 BY 1 UNTIL STP-SUB > STP-COUNT.
002350     SET WS-REPLAYING-LEDGER TO TRUE.
002360     PERFORM 1100-LOAD-LEDGER THRU 1100-EXIT.
002370     MOVE 'N' TO WS-REPLAY-SWITCH.
002380     ADD 1 TO WS-RUN-NO.
002390 1000-EXIT.
002400     EXIT.
002410*
002420*----------------------------------------------------------------*
002430*    1010-LOAD-BUSINESS-DATE - THE SHRINE DAY COMES FROM THE
002440*    OMIBDAT CONTROL RECORD, NOT THE MACHINE CLOCK, SO A STREAM
002450*    THAT RUNS PAST MIDNIGHT STAYS ON THE DAY IT BELONGS TO.
002460*    ONLY THE END-OF-DAY ROLL MOVES IT ON. WITH NO USABLE
002470*    RECORD ON FILE THE MACHINE DATE IS TAKEN, AS EVERY OTHER
002480*    PROGRAM DOES.
002490*----------------------------------------------------------------*
002500 1010-LOAD-BUSINESS-DATE.
002510     MOVE ZERO TO WS-CURRENT-DATE.
002520     OPEN INPUT BUSINESS-DATE-FILE.
002530     IF WS-BDT-STATUS NOT = '35'
002540         READ BUSINESS-DATE-FILE
002550             AT END
002560                 CONTINUE
002570         END-READ
002580         IF WS-BDT-STATUS = '00'
002590          AND BDR-BUSINESS-DATE IS NUMERIC
002600             MOVE BDR-BUSINESS-DATE TO WS-CURRENT-DATE
002610         END-IF
002620         CLOSE BUSINESS-DATE-FILE
002630     END-IF.
002640     IF WS-CURRENT-DATE = ZERO
002650         ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
002660         DISPLAY 'OMIBDAT: NO BUSINESS DATE ON FILE - USING THE'
002670             ' MACHINE DATE ' WS-CURRENT-DATE '.'
002680     END-IF.
002690 1010-EXIT.
002700     EXIT.
002710*
002720 1020-MARK-ONE-STEP.
002730     IF NOT STP-YEAR-END-ONLY(STP-SUB) OR WS-YEAR-END-NIGHT
002740         MOVE 'Y' TO STS-ON-STREAM(STP-SUB)
002750     ELSE
002760         MOVE 'N' TO STS-ON-STREAM(STP-SUB)
002770     END-IF.
002780 1020-EXIT.
002790     EXIT.
002800*
002810*----------------------------------------------------------------*
002820*    1100-LOAD-LEDGER - READ THE WHOLE RUN LEDGER. FOR THE
002830*    BUSINESS DATE THE LAST STARTED, ENDED OR FAILED RECORD OF
002840*    EACH STEP IS ITS STATE, AND THE HIGHEST RUN NUMBER SEEN
002850*    IS STEPPED ON FOR THIS RUN. THE LEDGER IS IN THE ORDER
002860*    THINGS HAPPENED, SO A STEP STARTED AGAIN AFTER ITS
002870*    DEPENDENTS LAST ENDED PUTS THEM BACK TO NOT RUN - THEIR
002880*    CLEAN END WAS ON THE OLD RESULT. NO LEDGER YET MEANS NOTHING
002890*    HAS RUN. A LEDGER THAT CANNOT BE READ STOPS THE RUN -
002900*    WITHOUT IT A RESTART WOULD RERUN STEPS ALREADY DONE.
002910*----------------------------------------------------------------*
002920 1100-LOAD-LEDGER.
002930     OPEN INPUT RUN-LEDGER-FILE.
002940     IF WS-RLG-STATUS = '35'
002950         GO TO 1100-EXIT
002960     END-IF.
002970     IF WS-RLG-STATUS NOT = '00'
002980         DISPLAY 'OMIRUNL: CANNOT READ THE RUN LEDGER (STATUS '
002990             WS-RLG-STATUS ') - NOTHING RUN.'
003000         MOVE 'S' TO WS-OPS-SEVERITY
003010         MOVE 'NGT0004' TO WS-OPS-CODE
003020         MOVE 'RUN LEDGER CANNOT BE READ - STREAM NOT RUN'
003030             TO WS-OPS-TEXT
003040         PERFORM 8800-WRITE-OPS-MESSAGE THRU 8800-EXIT
003050         SET WS-RUN-FATAL TO TRUE
003060         GO TO 1100-EXIT
003070     END-IF.
003080     PERFORM 1110-READ-ONE-LEDGER-RECORD THRU 1110-EXIT
003090         UNTIL WS-RLG-STATUS = '10'.
003100     CLOSE RUN-LEDGER-FILE.
003110 1100-EXIT.
003120     EXIT.
003130*
003140 1110-READ-ONE-LEDGER-RECORD.
003150     READ RUN-LEDGER-FILE
003160         AT END
003170             MOVE '10' TO WS-RLG-STATUS
003180     END-READ.
003190     IF WS-RLG-STATUS = '10'
003200         GO TO 1110-EXIT
003210     END-IF.
003220     IF RLG-BUSINESS-DATE NOT = WS-CURRENT-DATE
003230         GO TO 1110-EXIT
003240     END-IF.
003250     IF RLG-RUN-NO IS NUMERIC AND RLG-RUN-NO > WS-RUN-NO
003260         MOVE RLG-RUN-NO TO WS-RUN-NO
003270     END-IF.
003280     IF RLG-REFUSED
003290         GO TO 1110-EXIT
003300     END-IF.
003310     MOVE RLG-STEP-NAME TO WS-ENTRY-INPUT.
003320     PERFORM 8200-FIND-STEP THRU 8200-EXIT.
003330     IF STP-FOUND-SUB > ZERO
003340         MOVE RLG-STATUS TO STS-STATUS(STP-FOUND-SUB)
003350         IF RLG-RETURN-CODE IS NUMERIC
003360             MOVE RLG-RETURN-CODE TO STS-RC(STP-FOUND-SUB)
003370         ELSE
003380             MOVE ZERO TO STS-RC(STP-FOUND-SUB)
003390         END-IF
003400         IF RLG-STARTED
003410             MOVE STP-FOUND-SUB TO STP-RESET-SUB
003420             PERFORM 8300-RESET-DEPENDENTS THRU 8300-EXIT
003430         END-IF
003440     END-IF.
003450 1110-EXIT.
003460     EXIT.
003470*
003480*----------------------------------------------------------------*
003490*    1200-SHOW-STREAM - LIST TONIGHT'S STEPS WITH WHAT THE
003500*    LEDGER SAYS ABOUT EACH, SO THE OPERATOR SEES WHERE A
003510*    RESTART WILL PICK UP BEFORE ANSWERING.
003520*----------------------------------------------------------------*
003530 1200-SHOW-STREAM.
003540     DISPLAY 'OMINIGHT - NIGHT STREAM FOR BUSINESS DATE '
003550         WS-CURRENT-DATE ' (RUN ' WS-RUN-NO ').'.
003560     PERFORM 1210-SHOW-ONE-STEP THRU 1210-EXIT
003570         VARYING STP-SUB FROM 1 BY 1 UNTIL STP-SUB > STP-COUNT.
003580 1200-EXIT.
003590     EXIT.
003600*
003610 1210-SHOW-ONE-STEP.
003620     MOVE STP-SUB TO WS-STEP-NO.
003630     IF NOT STS-TONIGHT(STP-SUB)
003640         DISPLAY '  ' WS-STEP-NO ' ' STP-NAME(STP-SUB) ' '
003650             STP-DESCRIPTION(STP-SUB) ' NOT TONIGHT'
003660         GO TO 1210-EXIT
003670     END-IF.
003680     IF STS-NOT-RUN(STP-SUB)
003690         DISPLAY '  ' WS-STEP-NO ' ' STP-NAME(STP-SUB) ' '
003700             STP-DESCRIPTION(STP-SUB) ' NOT RUN'
003710         GO TO 1210-EXIT
003720     END-IF.
003730     IF STS-STATUS(STP-SUB) = 'C'
003740         DISPLAY '  ' WS-STEP-NO ' ' STP-NAME(STP-SUB) ' '
003750             STP-DESCRIPTION(STP-SUB) ' COMPLETE'
003760     ELSE
003770         IF STS-STATUS(STP-SUB) = 'W'
003780             DISPLAY '  ' WS-STEP-NO ' ' STP-NAME(STP-SUB) ' '
003790                 STP-DESCRIPTION(STP-SUB) ' COMPLETE, RC '
003800                 STS-RC(STP-SUB)
003810         ELSE
003820             IF STS-STATUS(STP-SUB) = 'F'
003830                 DISPLAY '  ' WS-STEP-NO ' ' STP-NAME(STP-SUB) ' '
003840                     STP-DESCRIPTION(STP-SUB) ' FAILED, RC '
003850                     STS-RC(STP-SUB)
003860             ELSE
003870                 DISPLAY '  ' WS-STEP-NO ' ' STP-NAME(STP-SUB) ' '
003880                     STP-DESCRIPTION(STP-SUB)
003890                     ' STARTED, NEVER ENDED'
003900             END-IF
003910         END-IF
003920     END-IF.
003930 1210-EXIT.
003940     EXIT.
003950*
003960*----------------------------------------------------------------*
003970*    2000-GET-REQUEST - BLANK RUNS THE STREAM FROM THE FIRST
003980*    STEP NOT YET CLEAN; A STEP NAME RUNS THAT STEP ALONE; Q
003990*    ENDS THE RUN WITHOUT RUNNING ANYTHING.
004000*----------------------------------------------------------------*
004010 2000-GET-REQUEST.
004020     DISPLAY 'STEP TO RUN (BLANK FOR THE WHOLE STREAM, Q TO'
004030         ' QUIT): ' WITH NO ADVANCING.
004040     MOVE SPACES TO WS-ENTRY-INPUT.
004050     ACCEPT WS-ENTRY-INPUT.
004060     IF WS-ENTRY-INPUT = 'Q' OR WS-ENTRY-INPUT = 'q'
004070         DISPLAY 'OMINIGHT: NOTHING RUN.'
004080         GO TO 2000-EXIT
004090     END-IF.
004100     DISPLAY 'OMINIGHT: ANSWER EACH STEP''S OWN PROMPTS AS'
004110         ' USUAL - A BLANK DATE TAKES ' WS-CURRENT-DATE '.'.
004120     IF WS-ENTRY-INPUT = SPACES
004130         PERFORM 3000-RUN-STREAM THRU 3000-EXIT
004140     ELSE
004150         PERFORM 3500-RUN-NAMED-STEP THRU 3500-EXIT
004160     END-IF.
004170     PERFORM 3900-CHECK-STREAM-COMPLETE THRU 3900-EXIT.
004180 2000-EXIT.
004190     EXIT.
004200*
004210*----------------------------------------------------------------*
004220*    3000-RUN-STREAM - TAKE TONIGHT'S STEPS IN ORDER, PASSING
004230*    OVER EVERY STEP THE LEDGER ALREADY SHOWS CLEAN FOR THE
004240*    DATE, AND STOP AT THE FIRST STEP THAT FAILS OR IS
004250*    REFUSED, SO THE NEXT RUN RESTARTS THERE.
004260*----------------------------------------------------------------*
004270 3000-RUN-STREAM.
004280     PERFORM 3100-RUN-STREAM-STEP THRU 3100-EXIT
004290         VARYING STP-RUN-SUB FROM 1 BY 1
004300         UNTIL STP-RUN-SUB > STP-COUNT OR WS-STREAM-STOPPED.
004310 3000-EXIT.
004320     EXIT.
004330*
004340 3100-RUN-STREAM-STEP.
004350     IF NOT STS-TONIGHT(STP-RUN-SUB)
004360         GO TO 3100-EXIT
004370     END-IF.
004380     IF STS-CLEAN(STP-RUN-SUB)
004390         DISPLAY 'OMINIGHT: ' STP-NAME(STP-RUN-SUB)
004400             ' ALREADY CLEAN FOR ' WS-CURRENT-DATE
004410             ' - NOT RERUN.'
004420         GO TO 3100-EXIT
004430     END-IF.
004440     PERFORM 4000-RUN-ONE-STEP THRU 4000-EXIT.
004450     IF WS-STEP-NOT-CLEAN
004460         SET WS-STREAM-STOPPED TO TRUE
004470         DISPLAY 'OMINIGHT: STREAM STOPPED AT '
004480             STP-NAME(STP-RUN-SUB)
004490             ' - RERUN OMINIGHT TO RESTART FROM THIS STEP.'
004500     END-IF.
004510 3100-EXIT.
004520     EXIT.
004530*
004540*----------------------------------------------------------------*
004550*    3500-RUN-NAMED-STEP - RUN ONE STEP BY NAME UNDER THE SAME
004560*    PREREQUISITE CHECK. A STEP ALREADY CLEAN FOR THE DATE IS
004570*    ONLY RUN AGAIN ON A Y, E.G. A RE-CLOSE AFTER A VOID. THE
004580*    STEPS THAT DEPEND ON IT ARE THEN NOT RUN AGAIN HERE, BUT
004590*    ARE LEFT NOT RUN FOR THE WHOLE-STREAM RUN TO REDO.
004600*----------------------------------------------------------------*
004610 3500-RUN-NAMED-STEP.
004620     PERFORM 8200-FIND-STEP THRU 8200-EXIT.
004630     IF STP-FOUND-SUB = ZERO
004640         DISPLAY 'OMINIGHT: ' WS-ENTRY-INPUT
004650             ' IS NOT A STEP OF THE NIGHT STREAM - NOTHING RUN.'
004660         MOVE 'W' TO WS-OPS-SEVERITY
004670         MOVE 'NGT0006' TO WS-OPS-CODE
004680         MOVE 'UNKNOWN STEP NAMED - NOTHING RUN' TO WS-OPS-TEXT
004690         PERFORM 8800-WRITE-OPS-MESSAGE THRU 8800-EXIT
004700         GO TO 3500-EXIT
004710     END-IF.
004720     MOVE STP-FOUND-SUB TO STP-RUN-SUB.
004730     IF STS-CLEAN(STP-RUN-SUB)
004740         DISPLAY STP-NAME(STP-RUN-SUB) ' IS ALREADY CLEAN FOR '
004750             WS-CURRENT-DATE ' - RUN IT AGAIN (Y/N): '
004760             WITH NO ADVANCING
004770         MOVE SPACE TO WS-ANSWER
004780         ACCEPT WS-ANSWER
004790         IF WS-ANSWER NOT = 'Y' AND WS-ANSWER NOT = 'y'
004800             DISPLAY 'OMINIGHT: NOTHING RUN.'
004810             GO TO 3500-EXIT
004820         END-IF
004830     END-IF.
004840     MOVE ZERO TO STS-RESET-COUNT.
004850     PERFORM 4000-RUN-ONE-STEP THRU 4000-EXIT.
004860     IF STS-RESET-COUNT > ZERO AND WS-STEP-RAN-CLEAN
004870         DISPLAY 'OMINIGHT: RUN THE WHOLE STREAM NEXT TO REDO THE'
004880             ' STEPS THAT DEPEND ON ' STP-NAME(STP-RUN-SUB) '.'
004890     END-IF.
004900 3500-EXIT.
004910     EXIT.
004920*
004930*----------------------------------------------------------------*
004940*    3900-CHECK-STREAM-COMPLETE - WHEN THIS RUN HAS RUN A STEP
004950*    AND EVERY STEP ON TONIGHT'S STREAM NOW STANDS CLEAN FOR
004960*    THE DATE, WRITE THE STREAM RECORD THE MORNING HEALTH CHECK
004970*    LOOKS FOR. A STEP RERUN ON ITS OWN AFTER A COMPLETE NIGHT
004980*    WRITES ANOTHER ONE ONCE ITS DEPENDENTS ARE CLEAN AGAIN, SO
004990*    THE LAST WORD ON THE LEDGER IS ALWAYS THE CURRENT ONE.
005000*----------------------------------------------------------------*
005010 3900-CHECK-STREAM-COMPLETE.
005020     MOVE ZERO TO STS-CLEAN-COUNT STS-DUE-COUNT.
005030     PERFORM 3910-COUNT-ONE-STEP THRU 3910-EXIT
005040         VARYING STP-SUB FROM 1 BY 1 UNTIL STP-SUB > STP-COUNT.
005050     IF STS-CLEAN-COUNT < STS-DUE-COUNT OR WS-STEPS-RUN = ZERO
005060         GO TO 3900-EXIT
005070     END-IF.
005080     ACCEPT WS-MACHINE-DATE FROM DATE YYYYMMDD.
005090     ACCEPT WS-MACHINE-TIME FROM TIME.
005100     MOVE SPACES TO RUN-LEDGER-RECORD.
005110     INITIALIZE RUN-LEDGER-RECORD.
005120     MOVE WS-CURRENT-DATE TO RLG-BUSINESS-DATE.
005130     MOVE WS-RUN-NO       TO RLG-RUN-NO.
005140     MOVE ZERO            TO RLG-STEP-NO.
005150     MOVE 'OMINIGHT'      TO RLG-STEP-NAME.
005160     MOVE 'C'             TO RLG-STATUS.
005170     MOVE WS-MACHINE-DATE TO RLG-END-DATE.
005180     MOVE WS-MACHINE-TIME TO RLG-END-TIME.
005190     MOVE WS-HIGHEST-SEVERITY TO RLG-RETURN-CODE.
005200     PERFORM 7000-WRITE-LEDGER-RECORD THRU 7000-EXIT.
005210     IF WS-RUN-FATAL
005220         GO TO 3900-EXIT
005230     END-IF.
005240     DISPLAY 'OMINIGHT: NIGHT STREAM COMPLETE FOR '
005250         WS-CURRENT-DATE '.'.
005260     MOVE 'I' TO WS-OPS-SEVERITY.
005270     MOVE 'NGT0005' TO WS-OPS-CODE.
005280     MOVE 'NIGHT STREAM COMPLETE' TO WS-OPS-TEXT.
005290     PERFORM 8800-WRITE-OPS-MESSAGE THRU 8800-EXIT.
005300 3900-EXIT.
005310     EXIT.
005320*
005330 3910-COUNT-ONE-STEP.
005340     IF STS-TONIGHT(STP-SUB)
005350         ADD 1 TO STS-DUE-COUNT
005360         IF STS-CLEAN(STP-SUB)
005370             ADD 1 TO STS-CLEAN-COUNT
005380         END-IF
005390     END-IF.
005400 3910-EXIT.
005410     EXIT.
005420*
005430*----------------------------------------------------------------*
005440*    4000-RUN-ONE-STEP - CHECK THE STEP'S PREREQUISITES, THEN
005450*    RECORD ITS START ON THE LEDGER, RUN IT AND RECORD HOW IT
005460*    ENDED. RC 0 IS COMPLETE, RC 1 TO 4 COMPLETE WITH WARNINGS
005470*    (THE STEP HAS ALREADY LOGGED WHAT THEY ARE), ANYTHING
005480*    HIGHER FAILED. A STEP IS NEVER RUN UNLESS ITS START IS ON
005490*    THE LEDGER FIRST. ONCE IT IS, EVERY STEP THAT DEPENDS ON IT
005500*    GOES BACK TO NOT RUN, AS THE LEDGER WILL SHOW IT TOMORROW.
005510*----------------------------------------------------------------*
005520 4000-RUN-ONE-STEP.
005530     MOVE 'R' TO WS-STEP-RESULT.
005540     PERFORM 4100-CHECK-PREREQUISITES THRU 4100-EXIT.
005550     IF WS-WAITING-ON NOT = SPACES
005560         PERFORM 4300-REFUSE-STEP THRU 4300-EXIT
005570         GO TO 4000-EXIT
005580     END-IF.
005590     ACCEPT WS-STEP-START-DATE FROM DATE YYYYMMDD.
005600     ACCEPT WS-STEP-START-TIME FROM TIME.
005610     MOVE SPACES TO RUN-LEDGER-RECORD.
005620     INITIALIZE RUN-LEDGER-RECORD.
005630     MOVE 'S' TO RLG-STATUS.
005640     MOVE ZERO TO RLG-RETURN-CODE.
005650     PERFORM 4900-FILL-LEDGER-STEP THRU 4900-EXIT.
005660     PERFORM 7000-WRITE-LEDGER-RECORD THRU 7000-EXIT.
005670     IF WS-RUN-FATAL
005680         MOVE 'F' TO WS-STEP-RESULT
005690         GO TO 4000-EXIT
005700     END-IF.
005710     MOVE 'S' TO STS-STATUS(STP-RUN-SUB).
005720     ADD 1 TO WS-STEPS-RUN.
005730     MOVE STP-RUN-SUB TO STP-RESET-SUB.
005740     PERFORM 8300-RESET-DEPENDENTS THRU 8300-EXIT.
005750     MOVE STP-RUN-SUB TO WS-STEP-NO.
005760     DISPLAY 'OMINIGHT: STEP ' WS-STEP-NO ' '
005770         STP-NAME(STP-RUN-SUB) ' - '
005780         STP-DESCRIPTION(STP-RUN-SUB) ' - STARTED '
005790         WS-STEP-START-TIME '.'.
005800     PERFORM 4200-EXECUTE-STEP THRU 4200-EXIT.
005810     ACCEPT WS-MACHINE-DATE FROM DATE YYYYMMDD.
005820     ACCEPT WS-MACHINE-TIME FROM TIME.
005830     IF WS-STEP-RC = ZERO
005840         MOVE 'C' TO WS-STEP-RESULT
005850     ELSE
005860         IF WS-STEP-RC NOT > 4
005870             MOVE 'W' TO WS-STEP-RESULT
005880         ELSE
005890             MOVE 'F' TO WS-STEP-RESULT
005900         END-IF
005910     END-IF.
005920     MOVE SPACES TO RUN-LEDGER-RECORD.
005930     INITIALIZE RUN-LEDGER-RECORD.
005940     MOVE WS-STEP-RESULT  TO RLG-STATUS.
005950     MOVE WS-STEP-RC      TO RLG-RETURN-CODE.
005960     PERFORM 4900-FILL-LEDGER-STEP THRU 4900-EXIT.
005970     MOVE WS-MACHINE-DATE TO RLG-END-DATE.
005980     MOVE WS-MACHINE-TIME TO RLG-END-TIME.
005990     PERFORM 7000-WRITE-LEDGER-RECORD THRU 7000-EXIT.
006000     MOVE WS-STEP-RESULT TO STS-STATUS(STP-RUN-SUB).
006010     MOVE WS-STEP-RC     TO STS-RC(STP-RUN-SUB).
006020     IF WS-STEP-RESULT = 'F'
006030         DISPLAY 'OMINIGHT: STEP ' STP-NAME(STP-RUN-SUB)
006040             ' FAILED WITH RC ' WS-STEP-RC '.'
006050         MOVE 'S' TO WS-OPS-SEVERITY
006060         MOVE 'NGT0002' TO WS-OPS-CODE
006070         MOVE SPACES TO WS-OPS-TEXT
006080         STRING 'NIGHT STREAM STEP ' DELIMITED BY SIZE
006090             STP-NAME(STP-RUN-SUB) DELIMITED BY SPACE
006100             ' FAILED - FIX AND RERUN OMINIGHT'
006110                 DELIMITED BY SIZE
006120             INTO WS-OPS-TEXT
006130         PERFORM 8800-WRITE-OPS-MESSAGE THRU 8800-EXIT
006140         GO TO 4000-EXIT
006150     END-IF.
006160     DISPLAY 'OMINIGHT: STEP ' STP-NAME(STP-RUN-SUB)
006170         ' ENDED ' WS-MACHINE-TIME ' WITH RC ' WS-STEP-RC '.'.
006180*    THE STEP'S OWN WARNINGS ARE ALREADY ON THE OPS LOG, SO
006190*    THEY ONLY RAISE THIS RUN'S RETURN CODE HERE.
006200     IF WS-STEP-RESULT = 'W' AND WS-HIGHEST-SEVERITY < 4
006210         MOVE 4 TO WS-HIGHEST-SEVERITY
006220     END-IF.
006230 4000-EXIT.
006240     EXIT.
006250*
006260*----------------------------------------------------------------*
006270*    4100-CHECK-PREREQUISITES - EVERY PREREQUISITE ON TONIGHT'S
006280*    STREAM MUST STAND CLEAN FOR THE DATE. THE FIRST ONE THAT
006290*    DOES NOT IS THE STEP BEING WAITED ON.
006300*----------------------------------------------------------------*
006310 4100-CHECK-PREREQUISITES.
006320     MOVE SPACES TO WS-WAITING-ON.
006330     PERFORM 4110-CHECK-ONE-PREREQUISITE THRU 4110-EXIT
006340         VARYING STP-PRE-SUB FROM 1 BY 1
006350         UNTIL STP-PRE-SUB > STP-COUNT
006360            OR WS-WAITING-ON NOT = SPACES.
006370 4100-EXIT.
006380     EXIT.
006390*
006400 4110-CHECK-ONE-PREREQUISITE.
006410     IF STP-PREREQ(STP-RUN-SUB, STP-PRE-SUB) = 'Y'
006420      AND STS-TONIGHT(STP-PRE-SUB)
006430      AND NOT STS-CLEAN(STP-PRE-SUB)
006440         MOVE STP-NAME(STP-PRE-SUB) TO WS-WAITING-ON
006450     END-IF.
006460 4110-EXIT.
006470     EXIT.
006480*
006490*----------------------------------------------------------------*
006500*    4200-EXECUTE-STEP - START THE STEP PROGRAM AND TURN THE
006510*    WAIT STATUS BACK INTO ITS RETURN CODE. A STEP THAT COULD
006520*    NOT BE STARTED, OR ENDED ABNORMALLY, COUNTS AS FAILED WITH
006530*    RC 999.
006540*----------------------------------------------------------------*
006550 4200-EXECUTE-STEP.
006560     MOVE STP-NAME(STP-RUN-SUB) TO WS-STEP-COMMAND.
006570     CALL 'SYSTEM' USING WS-STEP-COMMAND
006580         RETURNING WS-STEP-WAIT-STATUS.
006590     IF WS-STEP-WAIT-STATUS < ZERO
006600         MOVE 999 TO WS-STEP-RC
006610         GO TO 4200-EXIT
006620     END-IF.
006630     DIVIDE WS-STEP-WAIT-STATUS BY 256
006640         GIVING WS-STEP-WAIT-STATUS.
006650     IF WS-STEP-WAIT-STATUS > 255
006660         MOVE 999 TO WS-STEP-RC
006670     ELSE
006680         MOVE WS-STEP-WAIT-STATUS TO WS-STEP-RC
006690     END-IF.
006700 4200-EXIT.
006710     EXIT.
006720*
006730*----------------------------------------------------------------*
006740*    4300-REFUSE-STEP - A STEP WHOSE PREREQUISITES ARE NOT CLEAN
006750*    IS NOT RUN. THE REFUSAL GOES ON THE LEDGER WITH THE STEP
006760*    IT WAS WAITING ON, AND ON THE OPS LOG AS SEVERE.
006770*----------------------------------------------------------------*
006780 4300-REFUSE-STEP.
006790     DISPLAY 'OMINIGHT: ' STP-NAME(STP-RUN-SUB)
006800         ' REFUSED - ' WS-WAITING-ON
006810         ' HAS NOT COMPLETED CLEANLY FOR ' WS-CURRENT-DATE '.'.
006820     ACCEPT WS-STEP-START-DATE FROM DATE YYYYMMDD.
006830     ACCEPT WS-STEP-START-TIME FROM TIME.
006840     MOVE SPACES TO RUN-LEDGER-RECORD.
006850     INITIALIZE RUN-LEDGER-RECORD.
006860     MOVE 'R' TO RLG-STATUS.
006870     MOVE ZERO TO RLG-RETURN-CODE.
006880     PERFORM 4900-FILL-LEDGER-STEP THRU 4900-EXIT.
006890     MOVE WS-WAITING-ON TO RLG-WAITING-ON.
006900     PERFORM 7000-WRITE-LEDGER-RECORD THRU 7000-EXIT.
006910     MOVE 'S' TO WS-OPS-SEVERITY.
006920     MOVE 'NGT0001' TO WS-OPS-CODE.
006930     MOVE SPACES TO WS-OPS-TEXT.
006940     STRING 'STEP ' DELIMITED BY SIZE
006950         STP-NAME(STP-RUN-SUB) DELIMITED BY SPACE
006960         ' REFUSED - WAITING ON ' DELIMITED BY SIZE
006970         WS-WAITING-ON DELIMITED BY SPACE
006980         INTO WS-OPS-TEXT.
006990     PERFORM 8800-WRITE-OPS-MESSAGE THRU 8800-EXIT.
007000 4300-EXIT.
007010     EXIT.
007020*
007030 4900-FILL-LEDGER-STEP.
007040     MOVE WS-CURRENT-DATE       TO RLG-BUSINESS-DATE.
007050     MOVE WS-RUN-NO             TO RLG-RUN-NO.
007060     MOVE STP-RUN-SUB           TO RLG-STEP-NO.
007070     MOVE STP-NAME(STP-RUN-SUB) TO RLG-STEP-NAME.
007080     MOVE WS-STEP-START-DATE    TO RLG-START-DATE.
007090     MOVE WS-STEP-START-TIME    TO RLG-START-TIME.
007100 4900-EXIT.
007110     EXIT.
007120*
007130*----------------------------------------------------------------*
007140*    7000-WRITE-LEDGER-RECORD - APPEND THE RECORD IN HAND TO
007150*    OMIRUNL, CREATING THE LEDGER ON ITS FIRST NIGHT. OPENED
007160*    AND CLOSED PER RECORD SO A STEP THAT DIES TAKES NOTHING
007170*    ALREADY WRITTEN WITH IT. A LEDGER THAT CANNOT BE WRITTEN
007180*    STOPS THE STREAM - A STEP RUN OFF THE LEDGER WOULD BE RUN
007190*    AGAIN BY THE NEXT RESTART.
007200*----------------------------------------------------------------*
007210 7000-WRITE-LEDGER-RECORD.
007220     OPEN EXTEND RUN-LEDGER-FILE.
007230     IF WS-RLG-STATUS = '35'
007240         OPEN OUTPUT RUN-LEDGER-FILE
007250         CLOSE RUN-LEDGER-FILE
007260         OPEN EXTEND RUN-LEDGER-FILE
007270     END-IF.
007280     IF WS-RLG-STATUS NOT = '00'
007290         PERFORM 7100-LEDGER-NOT-WRITTEN THRU 7100-EXIT
007300         GO TO 7000-EXIT
007310     END-IF.
007320     WRITE RUN-LEDGER-RECORD.
007330     IF WS-RLG-STATUS NOT = '00'
007340         PERFORM 7100-LEDGER-NOT-WRITTEN THRU 7100-EXIT
007350     END-IF.
007360     CLOSE RUN-LEDGER-FILE.
007370 7000-EXIT.
007380     EXIT.
007390*
007400 7100-LEDGER-NOT-WRITTEN.
007410     DISPLAY 'OMIRUNL: CANNOT WRITE THE RUN LEDGER (STATUS '
007420         WS-RLG-STATUS ') - STREAM STOPPED.'.
007430     MOVE 'S' TO WS-OPS-SEVERITY.
007440     MOVE 'NGT0003' TO WS-OPS-CODE.
007450     MOVE 'RUN LEDGER CANNOT BE WRITTEN - STREAM STOPPED'
007460         TO WS-OPS-TEXT.
007470     PERFORM 8800-WRITE-OPS-MESSAGE THRU 8800-EXIT.
007480     SET WS-RUN-FATAL TO TRUE.
007490     SET WS-STREAM-STOPPED TO TRUE.
007500 7100-EXIT.
007510     EXIT.
007520*
007530*----------------------------------------------------------------*
007540*    8200-FIND-STEP - LOOK UP THE STEP NAMED IN WS-ENTRY-INPUT
007550*    ON THE STREAM TABLE. STP-FOUND-SUB IS ZERO WHEN IT IS NOT
007560*    A STEP OF THE NIGHT.
007570*----------------------------------------------------------------*
007580 8200-FIND-STEP.
007590     MOVE ZERO TO STP-FOUND-SUB.
007600     PERFORM 8210-MATCH-ONE-STEP THRU 8210-EXIT
007610         VARYING STP-SUB FROM 1 BY 1
007620         UNTIL STP-SUB > STP-COUNT OR STP-FOUND-SUB > ZERO.
007630 8200-EXIT.
007640     EXIT.
007650*
007660 8210-MATCH-ONE-STEP.
007670     IF STP-NAME(STP-SUB) = WS-ENTRY-INPUT
007680         MOVE STP-SUB TO STP-FOUND-SUB
007690     END-IF.
007700 8210-EXIT.
007710     EXIT.
007720*
007730*----------------------------------------------------------------*
007740*    8300-RESET-DEPENDENTS - THE STEP AT STP-RESET-SUB HAS BEEN
007750*    STARTED AGAIN, SO EVERY STEP WHOSE PREREQUISITE MASK NAMES
007760*    IT, OR NAMES A STEP ALREADY RESET, GOES BACK TO NOT RUN. A
007770*    PREREQUISITE ALWAYS STANDS EARLIER IN THE TABLE THAN THE
007780*    STEP NEEDING IT, SO ONE PASS IN RUN ORDER CARRIES THE RESET
007790*    ALL THE WAY DOWN THE STREAM. OMIPOST IS RESET LIKE ANY
007800*    OTHER STEP BUT WILL NOT POST A DAY TWICE (GLJ0002): ONCE
007810*    FINANCE HAS REVERSED THE DAY'S JOURNAL AND THE DAY'S
007820*    OMIGLCT RECORD HAS BEEN TAKEN OFF, THE RERUN POSTS IT.
007830*----------------------------------------------------------------*
007840 8300-RESET-DEPENDENTS.
007850     PERFORM 8310-CLEAR-ONE-MARK THRU 8310-EXIT
007860         VARYING STP-DEP-SUB FROM 1 BY 1
007870         UNTIL STP-DEP-SUB > STP-COUNT.
007880     MOVE 'Y' TO STS-RESET-SWITCH(STP-RESET-SUB).
007890     PERFORM 8320-RESET-ONE-STEP THRU 8320-EXIT
007900         VARYING STP-DEP-SUB FROM 1 BY 1
007910         UNTIL STP-DEP-SUB > STP-COUNT.
007920 8300-EXIT.
007930     EXIT.
007940*
007950 8310-CLEAR-ONE-MARK.
007960     MOVE 'N' TO STS-RESET-SWITCH(STP-DEP-SUB).
007970 8310-EXIT.
007980     EXIT.
007990*
008000 8320-RESET-ONE-STEP.
008010     IF STS-RESET(STP-DEP-SUB)
008020         GO TO 8320-EXIT
008030     END-IF.
008040     MOVE 'N' TO WS-DEPENDENT-SWITCH.
008050     PERFORM 8330-CHECK-ONE-LINK THRU 8330-EXIT
008060         VARYING STP-PRE-SUB FROM 1 BY 1
008070         UNTIL STP-PRE-SUB > STP-COUNT OR WS-STEP-DEPENDS.
008080     IF NOT WS-STEP-DEPENDS
008090         GO TO 8320-EXIT
008100     END-IF.
008110     MOVE 'Y' TO STS-RESET-SWITCH(STP-DEP-SUB).
008120     IF STS-NOT-RUN(STP-DEP-SUB)
008130         GO TO 8320-EXIT
008140     END-IF.
008150     MOVE SPACE TO STS-STATUS(STP-DEP-SUB).
008160     MOVE ZERO TO STS-RC(STP-DEP-SUB).
008170     IF WS-REPLAYING-LEDGER
008180         GO TO 8320-EXIT
008190     END-IF.
008200     ADD 1 TO STS-RESET-COUNT.
008210     DISPLAY 'OMINIGHT: ' STP-NAME(STP-DEP-SUB)
008220         ' PUT BACK TO NOT RUN - IT DEPENDS ON '
008230         STP-NAME(STP-RESET-SUB) '.'.
008240 8320-EXIT.
008250     EXIT.
008260*
008270 8330-CHECK-ONE-LINK.
008280     IF STP-PREREQ(STP-DEP-SUB, STP-PRE-SUB) = 'Y'
008290      AND STS-RESET(STP-PRE-SUB)
008300         SET WS-STEP-DEPENDS TO TRUE
008310     END-IF.
008320 8330-EXIT.
008330     EXIT.
008340*
008350*----------------------------------------------------------------*
008360*    8800-WRITE-OPS-MESSAGE - APPEND THE MESSAGE IN HAND TO THE
008370*    OMIOPSL OPERATIONS LOG AND RAISE THE RUN'S WORST SEVERITY,
008380*    WHICH BECOMES THE RETURN CODE. OPENED AND CLOSED PER
008390*    MESSAGE SO CONCURRENT JOBS INTERLEAVE WHOLE RECORDS. A LOG
008400*    THAT CANNOT BE OPENED LOSES THE MESSAGE BUT NEVER STOPS
008410*    THE RUN - THE JOB LOG DISPLAY HAS ALREADY BEEN MADE.
008420*----------------------------------------------------------------*
008430 8800-WRITE-OPS-MESSAGE.
008440     IF WS-OPS-SEVERITY = 'S'
008450         MOVE 8 TO WS-HIGHEST-SEVERITY
008460     END-IF.
008470     IF WS-OPS-SEVERITY = 'W' AND WS-HIGHEST-SEVERITY < 4
008480         MOVE 4 TO WS-HIGHEST-SEVERITY
008490     END-IF.
008500     ACCEPT WS-OPS-TIME FROM TIME.
008510     OPEN EXTEND OPS-MESSAGE-FILE.
008520     IF WS-OPS-STATUS = '35'
008530         OPEN OUTPUT OPS-MESSAGE-FILE
008540         CLOSE OPS-MESSAGE-FILE
008550         OPEN EXTEND OPS-MESSAGE-FILE
008560     END-IF.
008570     IF WS-OPS-STATUS NOT = '00'
008580         DISPLAY 'OMIOPSL: CANNOT OPEN OPS LOG (STATUS '
008590             WS-OPS-STATUS ') - MESSAGE LOST.'
008600         GO TO 8800-EXIT
008610     END-IF.
008620     MOVE WS-CURRENT-DATE TO OPR-MSG-DATE.
008630     MOVE WS-OPS-TIME     TO OPR-MSG-TIME.
008640     MOVE 'OMINIGHT'      TO OPR-PROGRAM-ID.
008650     MOVE WS-OPS-SEVERITY TO OPR-SEVERITY.
008660     MOVE WS-OPS-CODE     TO OPR-MSG-CODE.
008670     MOVE WS-OPS-TEXT     TO OPR-MSG-TEXT.
008680     WRITE OPS-MESSAGE-RECORD.
008690     CLOSE OPS-MESSAGE-FILE.
008700 8800-EXIT.
008710     EXIT.
008720*
008730*----------------------------------------------------------------*
008740*    9000-TERMINATE - END THE RUN.
008750*----------------------------------------------------------------*
008760 9000-TERMINATE.
008770     DISPLAY 'OMINIGHT: RUN COMPLETE.'.
008780 9000-EXIT.
008790     EXIT.
