000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. OMIROLL.
000030 AUTHOR. T. SATO.
000040 INSTALLATION. SHRINE SYSTEMS SECTION.
000050 DATE-WRITTEN. 2026-10-01.
000060 DATE-COMPILED.
000070*
000080*    MODIFICATION HISTORY.
000090*    DATE       INIT  DESCRIPTION
000100*    ---------- ----  -----------------------------------------
000110*    2026-10-01 TS    ORIGINAL VERSION. END-OF-DAY ROLL OF THE
000120*                      OMIBDAT BUSINESS-DATE CONTROL RECORD, RUN
000130*                      BY THE SCHEDULER AS THE LAST STEP OF THE
000140*                      NIGHT. THE BUSINESS DATE ONLY MOVES ON TO
000150*                      THE NEXT CALENDAR DAY WHEN THE DAY-END
000160*                      CLOSE HAS BANKED A CLOSE RECORD FOR IT ON
000170*                      OMICLSF WITH NO MISMATCHES (THE LAST CLOSE
000180*                      OF A DATE WINS, AS EVERYWHERE ELSE), SO A
000190*                      LATE OR RERUN STREAM ALWAYS WORKS ON THE
000200*                      DAY IT BELONGS TO. AN UNCLOSED OR DIRTY DAY
000210*                      IS LEFT IN PLACE WITH A SEVERE MESSAGE. A
000220*                      SECOND ROLL THE SAME NIGHT FINDS NO CLOSE
000230*                      FOR THE NEW DATE AND IS REFUSED THE SAME
000240*                      WAY. WITH NO OMIBDAT ON FILE THE MACHINE
000250*                      DATE IS TAKEN AS THE DAY BEING ROLLED, THE
000260*                      SAME FALLBACK EVERY READER OF THE FILE
000270*                      USES, AND THE RECORD IS CREATED.
000280*
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT BUSINESS-DATE-FILE ASSIGN TO "OMIBDAT"
000330         ORGANIZATION IS LINE SEQUENTIAL
000340         FILE STATUS IS WS-BDT-STATUS.
000350     SELECT CLOSE-FILE ASSIGN TO "OMICLSF"
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS WS-CLS-STATUS.
000380     SELECT OPS-MESSAGE-FILE ASSIGN TO "OMIOPSL"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-OPS-STATUS.
000410*
000420 DATA DIVISION.
000430 FILE SECTION.
000440 FD  BUSINESS-DATE-FILE
000450     RECORD CONTAINS 32 CHARACTERS.
000460 COPY OMBDTFD.
000470*
000480 FD  CLOSE-FILE
000490     RECORD CONTAINS 118 CHARACTERS.
000500 COPY OMCLSFD.
000510*
000520 FD  OPS-MESSAGE-FILE
000530     RECORD CONTAINS 93 CHARACTERS.
000540 COPY OMOPMFD.
000550*
000560 WORKING-STORAGE SECTION.
000570 01  WS-CURRENT-DATE              PIC 9(08).
000580 01  WS-BDT-STATUS                PIC X(02).
000590 01  WS-CLS-STATUS                PIC X(02).
000600 01  WS-NEXT-DATE                 PIC 9(08) VALUE ZERO.
000610 01  WS-MACHINE-DATE              PIC 9(08).
000620 01  WS-MACHINE-TIME              PIC 9(08).
000630 01  WS-FATAL-SWITCH              PIC X(01) VALUE 'N'.
000640     88  WS-RUN-FATAL                  VALUE 'Y'.
000650*
000660*    OPERATIONS MESSAGE IN HAND AND THE WORST SEVERITY SEEN
000670*    THIS RUN - 0 CLEAN, 4 WARNING, 8 SEVERE - WHICH BECOMES
000680*    THE RETURN CODE AT END OF RUN, SO A REFUSED ROLL HOLDS
000690*    THE REST OF THE STREAM IN THE SCHEDULER.
000700 01  WS-OPS-STATUS                PIC X(02).
000710 01  WS-OPS-TIME                  PIC 9(08).
000720 01  WS-OPS-SEVERITY              PIC X(01).
000730 01  WS-OPS-CODE                  PIC X(08).
000740 01  WS-OPS-TEXT                  PIC X(60).
000750 01  WS-HIGHEST-SEVERITY          PIC 9(01) VALUE ZERO.
000760*
000770*    WHAT THE CLOSE HISTORY SAYS ABOUT THE BUSINESS DATE.
000780 01  WS-CLOSE-FOUND-SWITCH        PIC X(01) VALUE 'N'.
000790     88  WS-CLOSE-FOUND                VALUE 'Y'.
000800 01  WS-CLOSE-MISMATCHES          PIC 9(05) VALUE ZERO.
000810 01  WS-CLOSE-DRAWS               PIC 9(07) VALUE ZERO.
000820*
000830*    CALENDAR WORK FIELDS FOR THE NEXT DAY - THE BUSINESS DATE
000840*    STEPPED FORWARD ONE DAY, WITH MONTH AND LEAP-YEAR CARRIES.
000850 01  DTE-WORK-DATE.
000860     05  DTE-YEAR                 PIC 9(04).
000870     05  DTE-MONTH                PIC 9(02).
000880     05  DTE-DAY                  PIC 9(02).
000890 01  DTE-WORK-DATE-N REDEFINES DTE-WORK-DATE
000900                                  PIC 9(08).
000910 01  DTE-MONTH-END                PIC 9(02).
000920 01  DTE-QUOTIENT                 PIC 9(04) COMP.
000930 01  DTE-REMAINDER                PIC 9(04) COMP.
000940 01  DTE-MONTH-TABLE-VALUES       PIC X(24)
000950     VALUE '312831303130313130313031'.
000960 01  DTE-MONTH-TABLE REDEFINES DTE-MONTH-TABLE-VALUES.
000970     05  DTE-MONTH-LEN            PIC 9(02) OCCURS 12 TIMES.
000980*
000990 PROCEDURE DIVISION.
001000 0000-MAINLINE SECTION.
001010     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001020     PERFORM 2000-CHECK-CLOSE THRU 2000-EXIT.
001030     IF NOT WS-RUN-FATAL
001040         PERFORM 3000-ROLL-DATE THRU 3000-EXIT
001050     END-IF.
001060     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001070     MOVE WS-HIGHEST-SEVERITY TO RETURN-CODE.
001080     STOP RUN.
001090*
001100*----------------------------------------------------------------*
001110*    1000-INITIALIZE - GET THE BUSINESS DATE BEING ROLLED AND
001120*    THE MACHINE DATE AND TIME THE ROLL IS STAMPED WITH. NO
001130*    PROMPTS - THE SCHEDULER RUNS THIS AFTER THE NIGHT STREAM.
001140*----------------------------------------------------------------*
001150 1000-INITIALIZE.
001160     PERFORM 1010-LOAD-BUSINESS-DATE THRU 1010-EXIT.
001170     ACCEPT WS-MACHINE-DATE FROM DATE YYYYMMDD.
001180     ACCEPT WS-MACHINE-TIME FROM TIME.
001190 1000-EXIT.
001200     EXIT.
001210*
001220*----------------------------------------------------------------*
001230*    1010-LOAD-BUSINESS-DATE - THE SHRINE DAY COMES FROM THE
001240*    OMIBDAT CONTROL RECORD, NOT THE MACHINE CLOCK, SO A STREAM
001250*    THAT RUNS PAST MIDNIGHT STAYS ON THE DAY IT BELONGS TO.
001260*    ONLY THIS ROLL MOVES IT ON. WITH NO USABLE RECORD ON FILE
001270*    THE MACHINE DATE IS TAKEN, AS EVERY OTHER PROGRAM DOES.
001280*----------------------------------------------------------------*
001290 1010-LOAD-BUSINESS-DATE.
001300     MOVE ZERO TO WS-CURRENT-DATE.
001310     OPEN INPUT BUSINESS-DATE-FILE.
001320     IF WS-BDT-STATUS NOT = '35'
001330         READ BUSINESS-DATE-FILE
001340             AT END
001350                 CONTINUE
001360         END-READ
001370         IF WS-BDT-STATUS = '00'
001380          AND BDR-BUSINESS-DATE IS NUMERIC
001390             MOVE BDR-BUSINESS-DATE TO WS-CURRENT-DATE
001400         END-IF
001410         CLOSE BUSINESS-DATE-FILE
001420     END-IF.
001430     IF WS-CURRENT-DATE = ZERO
001440         ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
001450         DISPLAY 'OMIBDAT: NO BUSINESS DATE ON FILE - USING THE'
001460             ' MACHINE DATE ' WS-CURRENT-DATE '.'
001470     END-IF.
001480 1010-EXIT.
001490     EXIT.
001500*
001510*----------------------------------------------------------------*
001520*    2000-CHECK-CLOSE - THE BUSINESS DATE MUST HAVE A CLOSE
001530*    RECORD ON OMICLSF, AND THE LAST ONE BANKED FOR IT MUST
001540*    SHOW NO MISMATCHES. ANYTHING ELSE LEAVES THE DATE WHERE
001550*    IT IS, SO THE CLOSE CAN BE RERUN FOR THE RIGHT DAY.
001560*----------------------------------------------------------------*
001570 2000-CHECK-CLOSE.
001580     OPEN INPUT CLOSE-FILE.
001590     IF WS-CLS-STATUS NOT = '35'
001600         PERFORM 2100-READ-ONE-CLOSE-RECORD THRU 2100-EXIT
001610             UNTIL WS-CLS-STATUS = '10'
001620         CLOSE CLOSE-FILE
001630     END-IF.
001640     IF NOT WS-CLOSE-FOUND
001650         DISPLAY 'OMIROLL: NO CLOSE RECORD FOR ' WS-CURRENT-DATE
001660             ' ON OMICLSF - BUSINESS DATE NOT ROLLED.'
001670         MOVE 'S' TO WS-OPS-SEVERITY
001680         MOVE 'ROL0001' TO WS-OPS-CODE
001690         MOVE 'BUSINESS DATE NEVER CLOSED - NOT ROLLED'
001700             TO WS-OPS-TEXT
001710         PERFORM 8800-WRITE-OPS-MESSAGE THRU 8800-EXIT
001720         SET WS-RUN-FATAL TO TRUE
001730         GO TO 2000-EXIT
001740     END-IF.
001750     IF WS-CLOSE-MISMATCHES > ZERO
001760         DISPLAY 'OMIROLL: ' WS-CURRENT-DATE ' CLOSED WITH '
001770             WS-CLOSE-MISMATCHES ' MISMATCH(ES) - BUSINESS DATE'
001780             ' NOT ROLLED.'
001790         MOVE 'S' TO WS-OPS-SEVERITY
001800         MOVE 'ROL0002' TO WS-OPS-CODE
001810         MOVE 'BUSINESS DATE CLOSED WITH MISMATCHES - NOT ROLLED'
001820             TO WS-OPS-TEXT
001830         PERFORM 8800-WRITE-OPS-MESSAGE THRU 8800-EXIT
001840         SET WS-RUN-FATAL TO TRUE
001850     END-IF.
001860 2000-EXIT.
001870     EXIT.
001880*
001890 2100-READ-ONE-CLOSE-RECORD.
001900     READ CLOSE-FILE
001910         AT END
001920             MOVE '10' TO WS-CLS-STATUS
001930     END-READ.
001940     IF WS-CLS-STATUS NOT = '10'
001950         IF CLR-CLOSE-DATE = WS-CURRENT-DATE
001960             SET WS-CLOSE-FOUND TO TRUE
001970             IF CLR-MISMATCH-COUNT IS NUMERIC
001980                 MOVE CLR-MISMATCH-COUNT TO WS-CLOSE-MISMATCHES
001990             ELSE
002000                 MOVE ZERO TO WS-CLOSE-MISMATCHES
002010             END-IF
002020             IF CLR-DRAW-COUNT IS NUMERIC
002030                 MOVE CLR-DRAW-COUNT TO WS-CLOSE-DRAWS
002040             ELSE
002050                 MOVE ZERO TO WS-CLOSE-DRAWS
002060             END-IF
002070         END-IF
002080     END-IF.
002090 2100-EXIT.
002100     EXIT.
002110*
002120*----------------------------------------------------------------*
002130*    3000-ROLL-DATE - STEP THE BUSINESS DATE FORWARD ONE DAY
002140*    AND REWRITE THE CONTROL RECORD WITH THE DAY JUST CLOSED AS
002150*    THE PRIOR DATE AND THE MACHINE DATE AND TIME OF THE ROLL.
002160*----------------------------------------------------------------*
002170 3000-ROLL-DATE.
002180     MOVE WS-CURRENT-DATE TO DTE-WORK-DATE-N.
002190     PERFORM 8600-FORWARD-ONE-DAY THRU 8600-EXIT.
002200     MOVE DTE-WORK-DATE-N TO WS-NEXT-DATE.
002210     OPEN OUTPUT BUSINESS-DATE-FILE.
002220     IF WS-BDT-STATUS NOT = '00'
002230         DISPLAY 'OMIBDAT: CANNOT REWRITE (STATUS ' WS-BDT-STATUS
002240             ') - BUSINESS DATE NOT ROLLED.'
002250         MOVE 'S' TO WS-OPS-SEVERITY
002260         MOVE 'ROL0003' TO WS-OPS-CODE
002270         MOVE 'BUSINESS-DATE FILE CANNOT BE WRITTEN - NOT ROLLED'
002280             TO WS-OPS-TEXT
002290         PERFORM 8800-WRITE-OPS-MESSAGE THRU 8800-EXIT
002300         SET WS-RUN-FATAL TO TRUE
002310         GO TO 3000-EXIT
002320     END-IF.
002330     MOVE WS-NEXT-DATE    TO BDR-BUSINESS-DATE.
002340     MOVE WS-CURRENT-DATE TO BDR-PRIOR-DATE.
002350     MOVE WS-MACHINE-DATE TO BDR-ROLL-DATE.
002360     MOVE WS-MACHINE-TIME TO BDR-ROLL-TIME.
002370     WRITE BUSINESS-DATE-RECORD.
002380     CLOSE BUSINESS-DATE-FILE.
002390     DISPLAY 'OMIROLL: ' WS-CURRENT-DATE ' CLOSED CLEAN WITH '
002400         WS-CLOSE-DRAWS ' DRAW(S) - BUSINESS DATE ROLLED TO '
002410         WS-NEXT-DATE '.'.
002420 3000-EXIT.
002430     EXIT.
002440*
002450*----------------------------------------------------------------*
002460*    8600-FORWARD-ONE-DAY - STEP THE WORK DATE FORWARD ONE DAY,
002470*    CARRYING ACROSS MONTH AND YEAR ENDS WITH THE LEAP YEAR
002480*    RULE.
002490*----------------------------------------------------------------*
002500 8600-FORWARD-ONE-DAY.
002510     MOVE DTE-MONTH-LEN(DTE-MONTH) TO DTE-MONTH-END.
002520     IF DTE-MONTH = 2
002530         PERFORM 8620-CHECK-LEAP-YEAR THRU 8620-EXIT
002540     END-IF.
002550     IF DTE-DAY < DTE-MONTH-END
002560         ADD 1 TO DTE-DAY
002570         GO TO 8600-EXIT
002580     END-IF.
002590     MOVE 1 TO DTE-DAY.
002600     IF DTE-MONTH < 12
002610         ADD 1 TO DTE-MONTH
002620     ELSE
002630         MOVE 1 TO DTE-MONTH
002640         ADD 1 TO DTE-YEAR
002650     END-IF.
002660 8600-EXIT.
002670     EXIT.
002680*
002690 8620-CHECK-LEAP-YEAR.
002700     DIVIDE DTE-YEAR BY 4 GIVING DTE-QUOTIENT
002710         REMAINDER DTE-REMAINDER.
002720     IF DTE-REMAINDER NOT = ZERO
002730         GO TO 8620-EXIT
002740     END-IF.
002750     DIVIDE DTE-YEAR BY 100 GIVING DTE-QUOTIENT
002760         REMAINDER DTE-REMAINDER.
002770     IF DTE-REMAINDER NOT = ZERO
002780         MOVE 29 TO DTE-MONTH-END
002790         GO TO 8620-EXIT
002800     END-IF.
002810     DIVIDE DTE-YEAR BY 400 GIVING DTE-QUOTIENT
002820         REMAINDER DTE-REMAINDER.
002830     IF DTE-REMAINDER = ZERO
002840         MOVE 29 TO DTE-MONTH-END
002850     END-IF.
002860 8620-EXIT.
002870     EXIT.
002880*
002890*----------------------------------------------------------------*
002900*    8800-WRITE-OPS-MESSAGE - APPEND THE MESSAGE IN HAND TO THE
002910*    OMIOPSL OPERATIONS LOG AND RAISE THE RUN'S WORST SEVERITY,
002920*    WHICH BECOMES THE RETURN CODE. OPENED AND CLOSED PER
002930*    MESSAGE SO CONCURRENT JOBS INTERLEAVE WHOLE RECORDS. A LOG
002940*    THAT CANNOT BE OPENED LOSES THE MESSAGE BUT NEVER STOPS
002950*    THE RUN - THE JOB LOG DISPLAY HAS ALREADY BEEN MADE.
002960*----------------------------------------------------------------*
002970 8800-WRITE-OPS-MESSAGE.
002980     IF WS-OPS-SEVERITY = 'S'
002990         MOVE 8 TO WS-HIGHEST-SEVERITY
003000     END-IF.
003010     IF WS-OPS-SEVERITY = 'W' AND WS-HIGHEST-SEVERITY < 4
003020         MOVE 4 TO WS-HIGHEST-SEVERITY
003030     END-IF.
003040     ACCEPT WS-OPS-TIME FROM TIME.
003050     OPEN EXTEND OPS-MESSAGE-FILE.
003060     IF WS-OPS-STATUS = '35'
003070         OPEN OUTPUT OPS-MESSAGE-FILE
003080         CLOSE OPS-MESSAGE-FILE
003090         OPEN EXTEND OPS-MESSAGE-FILE
003100     END-IF.
003110     IF WS-OPS-STATUS NOT = '00'
003120         DISPLAY 'OMIOPSL: CANNOT OPEN OPS LOG (STATUS '
003130             WS-OPS-STATUS ') - MESSAGE LOST.'
003140         GO TO 8800-EXIT
003150     END-IF.
003160     MOVE WS-CURRENT-DATE TO OPR-MSG-DATE.
003170     MOVE WS-OPS-TIME     TO OPR-MSG-TIME.
003180     MOVE 'OMIROLL '      TO OPR-PROGRAM-ID.
003190     MOVE WS-OPS-SEVERITY TO OPR-SEVERITY.
003200     MOVE WS-OPS-CODE     TO OPR-MSG-CODE.
003210     MOVE WS-OPS-TEXT     TO OPR-MSG-TEXT.
003220     WRITE OPS-MESSAGE-RECORD.
003230     CLOSE OPS-MESSAGE-FILE.
003240 8800-EXIT.
003250     EXIT.
003260*
003270*----------------------------------------------------------------*
003280*    9000-TERMINATE - LOG A CLEAN ROLL AND END THE RUN.
003290*----------------------------------------------------------------*
003300 9000-TERMINATE.
003310     IF NOT WS-RUN-FATAL
003320         MOVE 'I' TO WS-OPS-SEVERITY
003330         MOVE 'RUN0001' TO WS-OPS-CODE
003340         MOVE 'END-OF-DAY ROLL COMPLETE' TO WS-OPS-TEXT
003350         PERFORM 8800-WRITE-OPS-MESSAGE THRU 8800-EXIT
003360     END-IF.
003370     DISPLAY 'OMIROLL: RUN COMPLETE.'.
003380 9000-EXIT.
003390     EXIT.
