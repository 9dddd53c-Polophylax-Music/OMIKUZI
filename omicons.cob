000390*                      COUNTED AS SUPERSEDED INSTEAD OF BANKING
000400*                      THE STALE PRE-CORRECTION TOTALS. ONLY
000410*                      DATES ALREADY ON OMIHCLS FROM A PRIOR
000411*                      RUN ARE SKIPPED AS DUPLICATES.
000412*    2026-10-01 TS    THE RUN DATE NOW COMES FROM THE OMIBDAT
000413*                      BUSINESS-DATE CONTROL RECORD INSTEAD OF THE
000414*                      MACHINE CLOCK, SO A RUN PAST MIDNIGHT STAYS
000415*                      ON THE SHRINE DAY IT BELONGS TO.
000416*    2026-10-07 TS    THE BRANCH FILES NOW ARRIVE AS ONE OMIXMTIN
000417*                      TRANSMISSION CUT BY THE BRANCH'S OMIXTRC
000418*                      EXTRACT, AND ITS ENVELOPE IS CHECKED BEFORE
000419*                      ANYTHING IS MERGED: THE HEADER MUST BE FOR
000420*                      THE BRANCH BEING MERGED, THE TRAILER
000421*                      COUNTS, FEE HASH AND LEVEL TOTALS MUST
000422*                      AGREE WITH THE RECORDS BETWEEN, AND THE
000423*                      SEQUENCE NUMBER MUST BE THE ONE AFTER THE
000424*                      BRANCH'S LAST ACCEPTED TRANSMISSION. ANY
000425*                      FAILURE REJECTS THE WHOLE FILE. EVERY
000426*                      TRANSMISSION, ACCEPTED OR REJECTED, GOES ON
000427*                      THE OMIXREG REGISTER, AND THE RUN ENDS WITH
000428*                      A REGISTER REPORT SHOWING HOW FAR BEHIND
000429*                      EACH BRANCH IS.
000430*
000440 ENVIRONMENT DIVISION.
000450 INPUT-OUTPUT SECTION.
000640         ACCESS MODE IS DYNAMIC
000650         RECORD KEY IS DMR-KEY
000660         FILE STATUS IS WS-DRW-STATUS.
000661     SELECT BUSINESS-DATE-FILE ASSIGN TO "OMIBDAT"
000662         ORGANIZATION IS LINE SEQUENTIAL
000663         FILE STATUS IS WS-BDT-STATUS.
000664     SELECT TRANSMISSION-FILE ASSIGN TO "OMIXMTIN"
000665         ORGANIZATION IS LINE SEQUENTIAL
000666         FILE STATUS IS WS-XMT-STATUS.
000667     SELECT REGISTER-FILE ASSIGN TO "OMIXREG"
000668         ORGANIZATION IS LINE SEQUENTIAL
000669         FILE STATUS IS WS-XRG-STATUS.
000670*
000680 DATA DIVISION.
000690 FILE SECTION.
000900 FD  HEAD-MASTER-FILE
000910     RECORD CONTAINS 97 CHARACTERS.
000920 COPY OMDRWFD.
000921*
000922 FD  BUSINESS-DATE-FILE
000923     RECORD CONTAINS 32 CHARACTERS.
000924 COPY OMBDTFD.
000925*
000926 FD  TRANSMISSION-FILE
000927     RECORD CONTAINS 119 CHARACTERS.
000928 COPY OMXMTFD.
000929*
000930 FD  REGISTER-FILE
000931     RECORD CONTAINS 89 CHARACTERS.
000932 COPY OMXRGFD.
000933*
000940 WORKING-STORAGE SECTION.
000950 01  WS-CURRENT-DATE              PIC 9(08).
000955 01  WS-BDT-STATUS                PIC X(02).
000960 01  WS-BLG-STATUS                PIC X(02).
000970 01  WS-BCL-STATUS                PIC X(02).
000980 01  WS-HLG-STATUS                PIC X(02).
002090         10  RPT-STOCK-YEN        PIC 9(09).
002100         10  RPT-LEVEL-COUNT      PIC 9(07) OCCURS 13 TIMES.
002110 01  RPT-COUNT                    PIC 9(02) COMP VALUE ZERO.
002111 01  RPT-SUB                      PIC 9(02) COMP.
002112 01  RPT-HIT-SUB                  PIC 9(02) COMP.
002113 01  RPT-OVERFLOW-SWITCH          PIC X(01) VALUE 'N'.
002114     88  RPT-OVERFLOWED                VALUE 'Y'.
002115 01  WS-LEVEL-NO                  PIC 9(02).
002116*
002117*    THE TRANSMISSION IN HAND - ITS HEADER, THE CONTROL TOTALS
002118*    RECOUNTED FROM ITS RECORDS BY THE SAME RULES THE BRANCH
002119*    EXTRACT USES, AND THE FIRST REASON FOUND TO REJECT IT.
002120 01  WS-XMT-STATUS                PIC X(02).
002121 01  WS-XRG-STATUS                PIC X(02).
002122 01  WS-CURRENT-TIME              PIC 9(08).
002123 01  WS-XMT-SEQUENCE-NO           PIC 9(05) VALUE ZERO.
002124 01  WS-XMT-FROM-DATE             PIC 9(08) VALUE ZERO.
002125 01  WS-XMT-TO-DATE               PIC 9(08) VALUE ZERO.
002126 01  WS-EXPECTED-SEQUENCE-NO      PIC 9(05) VALUE ZERO.
002127 01  WS-XMT-RECORD-COUNT          PIC 9(07) VALUE ZERO.
002128 01  WS-XMT-LOG-COUNT             PIC 9(07) VALUE ZERO.
002129 01  WS-XMT-CLOSE-COUNT           PIC 9(07) VALUE ZERO.
002130 01  WS-XMT-DRAW-COUNT            PIC 9(07) VALUE ZERO.
002131 01  WS-XMT-FEE-HASH              PIC 9(11) VALUE ZERO.
002132 01  XTL-TABLE.
002133     05  XTL-LEVEL-COUNT          PIC 9(07) OCCURS 13 TIMES.
002134 01  WS-REJECT-REASON             PIC X(40) VALUE SPACES.
002135 01  WS-REG-RESULT                PIC X(01).
002136 01  WS-TRAILER-SWITCH            PIC X(01) VALUE 'N'.
002137     88  WS-TRAILER-SEEN               VALUE 'Y'.
002138*
002139*    TRANSMISSION REGISTER, ONE SLOT PER BRANCH: THE LAST
002140*    ACCEPTED TRANSMISSION AND HOW MANY HAVE BEEN REJECTED SINCE.
002141*    A ZERO LAST SEQUENCE MEANS NOTHING ACCEPTED YET.
002142 01  REG-TABLE.
002143     05  REG-ENTRY OCCURS 16 TIMES.
002144         10  REG-BRANCH-ID        PIC X(04).
002145         10  REG-LAST-SEQUENCE-NO PIC 9(05).
002146         10  REG-TO-DATE          PIC 9(08).
002147         10  REG-RECEIVED-DATE    PIC 9(08).
002148         10  REG-REJECT-COUNT     PIC 9(05).
002149 01  REG-COUNT                    PIC 9(02) COMP VALUE ZERO.
002150 01  REG-SUB                      PIC 9(02) COMP.
002151 01  REG-HIT-SUB                  PIC 9(02) COMP.
002152 01  REG-OVERFLOW-SWITCH          PIC X(01) VALUE 'N'.
002153     88  REG-OVERFLOWED                VALUE 'Y'.
002154 01  WS-DUE-DATE                  PIC 9(08).
002155 01  WS-DAYS-BEHIND               PIC 9(03).
002156 01  WS-BEHIND-COUNT              PIC 9(02) VALUE ZERO.
002157*
002158*    CALENDAR WORK FIELDS FOR COUNTING THE DAYS A BRANCH IS
002159*    BEHIND.
002160 01  DTE-WORK-DATE.
002161     05  DTE-YEAR                 PIC 9(04).
002162     05  DTE-MONTH                PIC 9(02).
002163     05  DTE-DAY                  PIC 9(02).
002164 01  DTE-WORK-DATE-N REDEFINES DTE-WORK-DATE
002165                                  PIC 9(08).
002166 01  DTE-DAYS-LEFT                PIC 9(03) COMP.
002167 01  DTE-QUOTIENT                 PIC 9(04) COMP.
002168 01  DTE-REMAINDER                PIC 9(04) COMP.
002169 01  DTE-MONTH-TABLE-VALUES       PIC X(24)
002170     VALUE '312831303130313130313031'.
002171 01  DTE-MONTH-TABLE REDEFINES DTE-MONTH-TABLE-VALUES.
002172     05  DTE-MONTH-LEN            PIC 9(02) OCCURS 12 TIMES.
002173*
002180 PROCEDURE DIVISION.
002190 0000-MAINLINE SECTION.
002200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002230         PERFORM 2000-MERGE-BRANCH-LOG THRU 2000-EXIT
002240         PERFORM 3000-MERGE-BRANCH-CLOSE THRU 3000-EXIT
002250         PERFORM 4000-PRINT-MERGE-REPORT THRU 4000-EXIT
002255         PERFORM 4500-REGISTER-ACCEPTANCE THRU 4500-EXIT
002260         PERFORM 5000-ALL-SITES-REPORT THRU 5000-EXIT
002270     END-IF.
002275     PERFORM 6000-REGISTER-REPORT THRU 6000-EXIT.
002280     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002290     MOVE WS-HIGHEST-SEVERITY TO RETURN-CODE.
002300     STOP RUN.
002310*
002320*----------------------------------------------------------------*
002330*    1000-INITIALIZE - GET TODAY'S DATE, ASK WHICH BRANCH THE
002335*    TRANSMISSION BELONGS TO (THE BRANCH CLOSE RECORDS CARRY NO
002340*    SITE OF THEIR OWN), CHECK THE TRANSMISSION'S ENVELOPE, AND
002345*    OPEN (OR CREATE) THE COMBINED INDEXED MASTER. A REJECTED
002350*    TRANSMISSION MERGES NOTHING. A MASTER THAT WILL NOT OPEN IS
002370*    SEVERE - WITHOUT IT THERE IS NO DOUBLE-LOAD DETECTION.
002380*----------------------------------------------------------------*
002390 1000-INITIALIZE.
002400     PERFORM 1010-LOAD-BUSINESS-DATE THRU 1010-EXIT.
002410     MOVE ZERO TO WS-OPER-TRIES.
002420     MOVE SPACES TO WS-BRANCH-ID.
002430     PERFORM 1100-PROMPT-BRANCH-ID THRU 1100-EXIT
002460     IF WS-BRANCH-ID = SPACES
002470         DISPLAY 'OMICONS: NO BRANCH GIVEN - NOTHING MERGED.'
002480         SET WS-RUN-FATAL TO TRUE
002482         GO TO 1000-EXIT
002484     END-IF.
002486     PERFORM 1600-VERIFY-ENVELOPE THRU 1600-EXIT.
002488     IF WS-RUN-FATAL
002490         GO TO 1000-EXIT
002500     END-IF.
002510     OPEN I-O HEAD-MASTER-FILE.
002620         MOVE 'COMBINED MASTER NOT AVAILABLE - NOTHING MERGED'
002630             TO WS-OPS-TEXT
002640         PERFORM 8800-WRITE-OPS-MESSAGE THRU 8800-EXIT
002641         SET WS-RUN-FATAL TO TRUE
002642     END-IF.
002643 1000-EXIT.
002644     EXIT.
002645*
002646*----------------------------------------------------------------*
002647*    1010-LOAD-BUSINESS-DATE - THE SHRINE DAY COMES FROM THE
002648*    OMIBDAT CONTROL RECORD, NOT THE MACHINE CLOCK, SO A STREAM
002649*    THAT RUNS PAST MIDNIGHT STAYS ON THE DAY IT BELONGS TO.
002650*    ONLY THE END-OF-DAY ROLL MOVES IT ON. WITH NO USABLE
002651*    RECORD ON FILE THE MACHINE DATE IS TAKEN, AS BEFORE.
002652*----------------------------------------------------------------*
002653 1010-LOAD-BUSINESS-DATE.
002654     MOVE ZERO TO WS-CURRENT-DATE.
002655     OPEN INPUT BUSINESS-DATE-FILE.
002656     IF WS-BDT-STATUS NOT = '35'
002657         READ BUSINESS-DATE-FILE
002658             AT END
002659                 CONTINUE
002660         END-READ
002661         IF WS-BDT-STATUS = '00'
002662          AND BDR-BUSINESS-DATE IS NUMERIC
002663             MOVE BDR-BUSINESS-DATE TO WS-CURRENT-DATE
002664         END-IF
002665         CLOSE BUSINESS-DATE-FILE
002666     END-IF.
002667     IF WS-CURRENT-DATE = ZERO
002668         ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
002669         DISPLAY 'OMIBDAT: NO BUSINESS DATE ON FILE - USING THE'
002670             ' MACHINE DATE ' WS-CURRENT-DATE '.'
002671     END-IF.
002672 1010-EXIT.
002680     EXIT.
002681*
002682 1100-PROMPT-BRANCH-ID.
002683     ADD 1 TO WS-OPER-TRIES.
002684     DISPLAY 'BRANCH SITE ID BEING MERGED (E.G. BRN1): '
002685         WITH NO ADVANCING.
002686     ACCEPT WS-BRANCH-ID.
002687 1100-EXIT.
002688     EXIT.
002689*
002690*----------------------------------------------------------------*
002691*    1500-LOAD-HEAD-CLOSE-KEYS - REMEMBER EVERY (SITE, DATE)
002692*    ALREADY ON THE COMBINED CLOSE HISTORY, SO A BRANCH CLOSE
002693*    FILE LOADED TWICE IS SKIPPED RECORD BY RECORD. AN OVERFLOW
002694*    REFUSES THE CLOSE MERGE RATHER THAN RISK DOUBLED HISTORY.
002695*----------------------------------------------------------------*
002696 1500-LOAD-HEAD-CLOSE-KEYS.
002697     OPEN INPUT HEAD-CLOSE-FILE.
002698     IF WS-HCL-STATUS = '35'
002699         GO TO 1500-EXIT
002700     END-IF.
002701     PERFORM 1510-READ-ONE-HEAD-CLOSE THRU 1510-EXIT
002702         UNTIL WS-HCL-STATUS = '10'.
002703     CLOSE HEAD-CLOSE-FILE.
002704 1500-EXIT.
002705     EXIT.
002706*
002707 1510-READ-ONE-HEAD-CLOSE.
002708     READ HEAD-CLOSE-FILE
002709         AT END
002710             MOVE '10' TO WS-HCL-STATUS
002711     END-READ.
002712     IF WS-HCL-STATUS = '10'
002713         GO TO 1510-EXIT
002714     END-IF.
002715     IF HCK-COUNT = HCK-TABLE-LIMIT
002716         SET WS-HCK-FULL TO TRUE
002717         GO TO 1510-EXIT
002718     END-IF.
002719     ADD 1 TO HCK-COUNT.
002720     MOVE HCR-SITE-ID    TO HCK-SITE-ID(HCK-COUNT).
002721     MOVE HCR-CLOSE-DATE TO HCK-DATE(HCK-COUNT).
002722 1510-EXIT.
002723     EXIT.
002724*
002725*----------------------------------------------------------------*
002726*    1600-VERIFY-ENVELOPE - CHECK THE BRANCH TRANSMISSION BEFORE
002727*    ANYTHING IS MERGED. THE FIRST RECORD MUST BE A HEADER FOR
002728*    THE BRANCH BEING MERGED, THE LAST A TRAILER WHOSE RECORD
002729*    COUNT, DRAW COUNT, FEE HASH AND LEVEL TOTALS AGREE WITH THE
002730*    RECORDS BETWEEN, AND THE SEQUENCE NUMBER MUST BE THE ONE
002731*    AFTER THE BRANCH'S LAST ACCEPTED TRANSMISSION ON OMIXREG -
002732*    A SKIPPED NUMBER MEANS A TRANSMISSION WENT MISSING, A
002733*    REPEATED ONE THAT THE FILE WAS SENT TWICE. ANY FAILURE
002734*    REJECTS THE WHOLE FILE. A FILE THAT PASSES IS SPLIT INTO
002735*    THE OMILOGIN AND OMICLSIN WORK FILES THE MERGES READ.
002736*----------------------------------------------------------------*
002737 1600-VERIFY-ENVELOPE.
002738     PERFORM 1610-LOAD-REGISTER THRU 1610-EXIT.
002739     MOVE WS-BRANCH-ID TO WS-WORK-SITE-ID.
002740     PERFORM 1630-FIND-REGISTER-BRANCH THRU 1630-EXIT.
002741     MOVE 1 TO WS-EXPECTED-SEQUENCE-NO.
002742     IF REG-HIT-SUB > ZERO
002743         IF REG-LAST-SEQUENCE-NO(REG-HIT-SUB) > ZERO
002744          AND REG-LAST-SEQUENCE-NO(REG-HIT-SUB) < 99999
002745             COMPUTE WS-EXPECTED-SEQUENCE-NO =
002746                 REG-LAST-SEQUENCE-NO(REG-HIT-SUB) + 1
002747         END-IF
002748     END-IF.
002749     MOVE SPACES TO WS-REJECT-REASON.
002750     INITIALIZE XTL-TABLE.
002751     OPEN INPUT TRANSMISSION-FILE.
002752     IF WS-XMT-STATUS = '35'
002753         DISPLAY 'OMICONS: NO OMIXMTIN BRANCH TRANSMISSION ON'
002754             ' HAND - NOTHING MERGED.'
002755         MOVE 'S' TO WS-OPS-SEVERITY
002756         MOVE 'CNS0007' TO WS-OPS-CODE
002757         MOVE 'NO BRANCH TRANSMISSION SUPPLIED - NOTHING MERGED'
002758             TO WS-OPS-TEXT
002759         PERFORM 8800-WRITE-OPS-MESSAGE THRU 8800-EXIT
002760         SET WS-RUN-FATAL TO TRUE
002761         GO TO 1600-EXIT
002762     END-IF.
002763     PERFORM 1640-CHECK-HEADER THRU 1640-EXIT.
002764     IF WS-REJECT-REASON = SPACES
002765         PERFORM 1650-CHECK-ONE-RECORD THRU 1650-EXIT
002766             UNTIL WS-XMT-STATUS = '10'
002767                OR WS-REJECT-REASON NOT = SPACES
002768     END-IF.
002769     CLOSE TRANSMISSION-FILE.
002770     IF WS-REJECT-REASON = SPACES
002771      AND NOT WS-TRAILER-SEEN
002772         MOVE 'TRAILER MISSING - FILE IS INCOMPLETE'
002773             TO WS-REJECT-REASON
002774     END-IF.
002775     IF WS-REJECT-REASON = SPACES
002776      AND WS-XMT-SEQUENCE-NO NOT = WS-EXPECTED-SEQUENCE-NO
002777         PERFORM 1680-SEQUENCE-REASON THRU 1680-EXIT
002778     END-IF.
002779     IF WS-REJECT-REASON NOT = SPACES
002780         PERFORM 1700-REJECT-TRANSMISSION THRU 1700-EXIT
002781         SET WS-RUN-FATAL TO TRUE
002782         GO TO 1600-EXIT
002783     END-IF.
002784     DISPLAY 'OMICONS: TRANSMISSION ' WS-XMT-SEQUENCE-NO
002785         ' FROM BRANCH ' WS-BRANCH-ID ' (' WS-XMT-FROM-DATE
002786         ' TO ' WS-XMT-TO-DATE ') PASSED ITS ENVELOPE CHECK.'.
002787     PERFORM 1750-SPLIT-TRANSMISSION THRU 1750-EXIT.
002788 1600-EXIT.
002789     EXIT.
002790*
002791*----------------------------------------------------------------*
002792*    1610-LOAD-REGISTER - READ OMIXREG START TO FINISH AND KEEP,
002793*    PER BRANCH, THE LAST ACCEPTED TRANSMISSION AND THE NUMBER
002794*    REJECTED SINCE. NO FILE MEANS NOTHING HAS BEEN REGISTERED.
002795*----------------------------------------------------------------*
002796 1610-LOAD-REGISTER.
002797     INITIALIZE REG-TABLE.
002798     MOVE ZERO TO REG-COUNT.
002799     MOVE 'N' TO REG-OVERFLOW-SWITCH.
002800     OPEN INPUT REGISTER-FILE.
002801     IF WS-XRG-STATUS = '35'
002802         GO TO 1610-EXIT
002803     END-IF.
002804     PERFORM 1620-READ-ONE-REGISTER THRU 1620-EXIT
002805         UNTIL WS-XRG-STATUS = '10'.
002806     CLOSE REGISTER-FILE.
002807 1610-EXIT.
002808     EXIT.
002809*
002810 1620-READ-ONE-REGISTER.
002811     READ REGISTER-FILE
002812         AT END
002813             MOVE '10' TO WS-XRG-STATUS
002814     END-READ.
002815     IF WS-XRG-STATUS = '10'
002816         GO TO 1620-EXIT
002817     END-IF.
002818     MOVE XRG-BRANCH-ID TO WS-WORK-SITE-ID.
002819     PERFORM 1630-FIND-REGISTER-BRANCH THRU 1630-EXIT.
002820     IF REG-HIT-SUB = ZERO
002821         IF REG-COUNT = 16
002822             SET REG-OVERFLOWED TO TRUE
002823             GO TO 1620-EXIT
002824         END-IF
002825         ADD 1 TO REG-COUNT
002826         MOVE REG-COUNT TO REG-HIT-SUB
002827         MOVE XRG-BRANCH-ID TO REG-BRANCH-ID(REG-HIT-SUB)
002828     END-IF.
002829     IF XRG-ACCEPTED
002830      AND XRG-SEQUENCE-NO IS NUMERIC
002831      AND XRG-TO-DATE IS NUMERIC
002832         MOVE XRG-SEQUENCE-NO TO REG-LAST-SEQUENCE-NO(REG-HIT-SUB)
002833         MOVE XRG-TO-DATE     TO REG-TO-DATE(REG-HIT-SUB)
002834         MOVE XRG-RECEIVED-DATE
002835             TO REG-RECEIVED-DATE(REG-HIT-SUB)
002836         MOVE ZERO TO REG-REJECT-COUNT(REG-HIT-SUB)
002837     ELSE
002838         ADD 1 TO REG-REJECT-COUNT(REG-HIT-SUB)
002839     END-IF.
002840 1620-EXIT.
002841     EXIT.
002842*
002843 1630-FIND-REGISTER-BRANCH.
002844     MOVE ZERO TO REG-HIT-SUB.
002845     PERFORM 1635-MATCH-ONE-BRANCH THRU 1635-EXIT
002846         VARYING REG-SUB FROM 1 BY 1
002847         UNTIL REG-SUB > REG-COUNT OR REG-HIT-SUB > ZERO.
002848 1630-EXIT.
002849     EXIT.
002850*
002851 1635-MATCH-ONE-BRANCH.
002852     IF REG-BRANCH-ID(REG-SUB) = WS-WORK-SITE-ID
002853         MOVE REG-SUB TO REG-HIT-SUB
002854     END-IF.
002855 1635-EXIT.
002856     EXIT.
002857*
002858*----------------------------------------------------------------*
002859*    1640-CHECK-HEADER - THE FIRST RECORD MUST BE A READABLE
002860*    HEADER FOR THE BRANCH BEING MERGED.
002861*----------------------------------------------------------------*
002862 1640-CHECK-HEADER.
002863     READ TRANSMISSION-FILE
002864         AT END
002865             MOVE '10' TO WS-XMT-STATUS
002866     END-READ.
002867     IF WS-XMT-STATUS = '10'
002868         MOVE 'FILE IS EMPTY' TO WS-REJECT-REASON
002869         GO TO 1640-EXIT
002870     END-IF.
002871     IF NOT XMR-HEADER
002872         MOVE 'FIRST RECORD IS NOT A HEADER' TO WS-REJECT-REASON
002873         GO TO 1640-EXIT
002874     END-IF.
002875     IF XMH-SEQUENCE-NO IS NOT NUMERIC
002876      OR XMH-FROM-DATE IS NOT NUMERIC
002877      OR XMH-TO-DATE IS NOT NUMERIC
002878         MOVE 'HEADER IS UNREADABLE' TO WS-REJECT-REASON
002879         GO TO 1640-EXIT
002880     END-IF.
002881     MOVE XMH-SEQUENCE-NO TO WS-XMT-SEQUENCE-NO.
002882     MOVE XMH-FROM-DATE   TO WS-XMT-FROM-DATE.
002883     MOVE XMH-TO-DATE     TO WS-XMT-TO-DATE.
002884     IF XMH-BRANCH-ID NOT = WS-BRANCH-ID
002885         STRING 'HEADER IS FOR BRANCH ' DELIMITED BY SIZE
002886             XMH-BRANCH-ID DELIMITED BY SIZE
002887             INTO WS-REJECT-REASON
002888     END-IF.
002889 1640-EXIT.
002890     EXIT.
002891*
002892*----------------------------------------------------------------*
002893*    1650-CHECK-ONE-RECORD - RECOUNT ONE RECORD AFTER THE HEADER
002894*    BY THE EXTRACT'S RULES: EVERY L AND C RECORD COUNTS, THE
002895*    FEE HASH ADDS THE FEE ON EVERY L RECORD, AND THE DRAW COUNT
002896*    AND LEVEL TOTALS TAKE THE L RECORDS THAT ARE NOT PAY-TYPE V
002897*    REVERSALS. THE TRAILER IS CHECKED WHEN IT IS REACHED, AND
002898*    NOTHING MAY FOLLOW IT.
002899*----------------------------------------------------------------*
002900 1650-CHECK-ONE-RECORD.
002901     READ TRANSMISSION-FILE
002902         AT END
002903             MOVE '10' TO WS-XMT-STATUS
002904     END-READ.
002905     IF WS-XMT-STATUS = '10'
002906         GO TO 1650-EXIT
002907     END-IF.
002908     IF WS-TRAILER-SEEN
002909         MOVE 'RECORDS FOLLOW THE TRAILER' TO WS-REJECT-REASON
002910         GO TO 1650-EXIT
002911     END-IF.
002912     IF XMR-TRAILER
002913         SET WS-TRAILER-SEEN TO TRUE
002914         PERFORM 1660-CHECK-TRAILER THRU 1660-EXIT
002915         GO TO 1650-EXIT
002916     END-IF.
002917     IF XMR-CLOSE-RECORD
002918         ADD 1 TO WS-XMT-RECORD-COUNT
002919         ADD 1 TO WS-XMT-CLOSE-COUNT
002920         GO TO 1650-EXIT
002921     END-IF.
002922     IF NOT XMR-LOG-RECORD
002923         MOVE 'UNKNOWN RECORD TYPE ON FILE' TO WS-REJECT-REASON
002924         GO TO 1650-EXIT
002925     END-IF.
002926     ADD 1 TO WS-XMT-RECORD-COUNT.
002927     ADD 1 TO WS-XMT-LOG-COUNT.
002928     IF XML-FEE-AMOUNT IS NUMERIC
002929         ADD XML-FEE-AMOUNT TO WS-XMT-FEE-HASH
002930     END-IF.
002931     IF XML-FEE-VOIDED
002932         GO TO 1650-EXIT
002933     END-IF.
002934     ADD 1 TO WS-XMT-DRAW-COUNT.
002935     IF XML-RIM IS NUMERIC
002936      AND XML-RIM >= 1 AND XML-RIM <= 13
002937         ADD 1 TO XTL-LEVEL-COUNT(XML-RIM)
002938     END-IF.
002939 1650-EXIT.
002940     EXIT.
002941*
002942 1660-CHECK-TRAILER.
002943     IF XMT-RECORD-COUNT IS NOT NUMERIC
002944      OR XMT-DRAW-COUNT IS NOT NUMERIC
002945      OR XMT-FEE-HASH IS NOT NUMERIC
002946         MOVE 'TRAILER IS UNREADABLE' TO WS-REJECT-REASON
002947         GO TO 1660-EXIT
002948     END-IF.
002949     IF XMT-RECORD-COUNT NOT = WS-XMT-RECORD-COUNT
002950         MOVE 'TRAILER RECORD COUNT DISAGREES'
002951             TO WS-REJECT-REASON
002952         GO TO 1660-EXIT
002953     END-IF.
002954     IF XMT-DRAW-COUNT NOT = WS-XMT-DRAW-COUNT
002955         MOVE 'TRAILER DRAW COUNT DISAGREES' TO WS-REJECT-REASON
002956         GO TO 1660-EXIT
002957     END-IF.
002958     IF XMT-FEE-HASH NOT = WS-XMT-FEE-HASH
002959         MOVE 'TRAILER FEE HASH TOTAL DISAGREES'
002960             TO WS-REJECT-REASON
002961         GO TO 1660-EXIT
002962     END-IF.
002963     PERFORM 1670-CHECK-ONE-LEVEL THRU 1670-EXIT
002964         VARYING WS-LVL-SUB FROM 1 BY 1
002965         UNTIL WS-LVL-SUB > 13 OR WS-REJECT-REASON NOT = SPACES.
002966 1660-EXIT.
002967     EXIT.
002968*
002969 1670-CHECK-ONE-LEVEL.
002970     IF XMT-LEVEL-COUNT(WS-LVL-SUB) IS NOT NUMERIC
002971         MOVE 'TRAILER LEVEL TOTALS DISAGREE' TO WS-REJECT-REASON
002972         GO TO 1670-EXIT
002973     END-IF.
002974     IF XMT-LEVEL-COUNT(WS-LVL-SUB)
002975             NOT = XTL-LEVEL-COUNT(WS-LVL-SUB)
002976         MOVE 'TRAILER LEVEL TOTALS DISAGREE' TO WS-REJECT-REASON
002977     END-IF.
002978 1670-EXIT.
002979     EXIT.
002980*
002981*----------------------------------------------------------------*
002982*    1680-SEQUENCE-REASON - SAY WHETHER AN OUT-OF-ORDER SEQUENCE
002983*    NUMBER WAS REPEATED (ALREADY ACCEPTED) OR SKIPPED AHEAD.
002984*----------------------------------------------------------------*
002985 1680-SEQUENCE-REASON.
002986     IF REG-HIT-SUB > ZERO
002987         IF WS-XMT-SEQUENCE-NO > ZERO
002988          AND WS-XMT-SEQUENCE-NO
002989                 NOT > REG-LAST-SEQUENCE-NO(REG-HIT-SUB)
002990             STRING 'SEQUENCE ' DELIMITED BY SIZE
002991                 WS-XMT-SEQUENCE-NO DELIMITED BY SIZE
002992                 ' ALREADY ACCEPTED' DELIMITED BY SIZE
002993                 INTO WS-REJECT-REASON
002994             GO TO 1680-EXIT
002995         END-IF
002996     END-IF.
002997     STRING 'SEQUENCE ' DELIMITED BY SIZE
002998         WS-XMT-SEQUENCE-NO DELIMITED BY SIZE
002999         ' SKIPPED - EXPECTED ' DELIMITED BY SIZE
003000         WS-EXPECTED-SEQUENCE-NO DELIMITED BY SIZE
003001         INTO WS-REJECT-REASON.
003002 1680-EXIT.
003003     EXIT.
003004*
003005*----------------------------------------------------------------*
003006*    1700-REJECT-TRANSMISSION - REFUSE THE WHOLE FILE AND PUT THE
003007*    REJECTION ON THE REGISTER WITH ITS REASON.
003008*----------------------------------------------------------------*
003009 1700-REJECT-TRANSMISSION.
003010     DISPLAY 'OMICONS: TRANSMISSION FROM BRANCH ' WS-BRANCH-ID
003011         ' REJECTED - ' WS-REJECT-REASON.
003012     DISPLAY '  NOTHING WAS MERGED. THE NEXT SEQUENCE EXPECTED'
003013         ' FROM THIS BRANCH IS ' WS-EXPECTED-SEQUENCE-NO '.'.
003014     MOVE 'S' TO WS-OPS-SEVERITY.
003015     MOVE 'CNS0008' TO WS-OPS-CODE.
003016     MOVE SPACES TO WS-OPS-TEXT.
003017     STRING 'REJECTED: ' DELIMITED BY SIZE
003018         WS-REJECT-REASON DELIMITED BY SIZE
003019         INTO WS-OPS-TEXT.
003020     PERFORM 8800-WRITE-OPS-MESSAGE THRU 8800-EXIT.
003021     MOVE 'R' TO WS-REG-RESULT.
003022     PERFORM 1790-WRITE-REGISTER THRU 1790-EXIT.
003023 1700-EXIT.
003024     EXIT.
003025*
003026*----------------------------------------------------------------*
003027*    1750-SPLIT-TRANSMISSION - COPY THE L RECORDS OF AN ACCEPTED
003028*    TRANSMISSION TO OMILOGIN AND THE C RECORDS TO OMICLSIN,
003029*    EXACTLY AS THE BRANCH WROTE THEM, FOR THE MERGES TO READ.
003030*----------------------------------------------------------------*
003031 1750-SPLIT-TRANSMISSION.
003032     OPEN OUTPUT BRANCH-LOG-FILE.
003033     OPEN OUTPUT BRANCH-CLOSE-FILE.
003034     IF WS-BLG-STATUS NOT = '00'
003035      OR WS-BCL-STATUS NOT = '00'
003036         DISPLAY 'OMICONS: CANNOT WRITE THE OMILOGIN/OMICLSIN'
003037             ' WORK FILES - NOTHING MERGED.'
003038         MOVE 'S' TO WS-OPS-SEVERITY
003039         MOVE 'CNS0009' TO WS-OPS-CODE
003040         MOVE 'WORK FILES CANNOT BE WRITTEN - NOTHING MERGED'
003041             TO WS-OPS-TEXT
003042         PERFORM 8800-WRITE-OPS-MESSAGE THRU 8800-EXIT
003043         SET WS-RUN-FATAL TO TRUE
003044         GO TO 1750-EXIT
003045     END-IF.
003046     OPEN INPUT TRANSMISSION-FILE.
003047     PERFORM 1760-SPLIT-ONE-RECORD THRU 1760-EXIT
003048         UNTIL WS-XMT-STATUS = '10'.
003049     CLOSE TRANSMISSION-FILE.
003050     CLOSE BRANCH-LOG-FILE.
003051     CLOSE BRANCH-CLOSE-FILE.
003052 1750-EXIT.
003053     EXIT.
003054*
003055 1760-SPLIT-ONE-RECORD.
003056     READ TRANSMISSION-FILE
003057         AT END
003058             MOVE '10' TO WS-XMT-STATUS
003059     END-READ.
003060     IF WS-XMT-STATUS = '10'
003061         GO TO 1760-EXIT
003062     END-IF.
003063     IF XMR-LOG-RECORD
003064         WRITE DRAW-LOG-RECORD FROM XMR-DATA
003065     END-IF.
003066     IF XMR-CLOSE-RECORD
003067         WRITE DAILY-CLOSE-RECORD FROM XMR-DATA
003068     END-IF.
003069 1760-EXIT.
003070     EXIT.
003071*
003072*----------------------------------------------------------------*
003073*    1790-WRITE-REGISTER - APPEND THE TRANSMISSION IN HAND TO THE
003074*    OMIXREG REGISTER WITH THE STATUS ALREADY SET AND THE
003075*    REJECTION REASON, IF ANY.
003076*----------------------------------------------------------------*
003077 1790-WRITE-REGISTER.
003078     OPEN EXTEND REGISTER-FILE.
003079     IF WS-XRG-STATUS = '35'
003080         OPEN OUTPUT REGISTER-FILE
003081         CLOSE REGISTER-FILE
003082         OPEN EXTEND REGISTER-FILE
003083     END-IF.
003084     IF WS-XRG-STATUS NOT = '00'
003085         DISPLAY 'OMIXREG: CANNOT OPEN (STATUS ' WS-XRG-STATUS
003086             ') - TRANSMISSION NOT REGISTERED.'
003087         MOVE 'S' TO WS-OPS-SEVERITY
003088         MOVE 'CNS0010' TO WS-OPS-CODE
003089         MOVE 'TRANSMISSION REGISTER CANNOT BE WRITTEN'
003090             TO WS-OPS-TEXT
003091         PERFORM 8800-WRITE-OPS-MESSAGE THRU 8800-EXIT
003092         GO TO 1790-EXIT
003093     END-IF.
003094     MOVE WS-BRANCH-ID        TO XRG-BRANCH-ID.
003095     MOVE WS-XMT-SEQUENCE-NO  TO XRG-SEQUENCE-NO.
003096     MOVE WS-XMT-FROM-DATE    TO XRG-FROM-DATE.
003097     MOVE WS-XMT-TO-DATE      TO XRG-TO-DATE.
003098     MOVE WS-CURRENT-DATE     TO XRG-RECEIVED-DATE.
003099     ACCEPT WS-CURRENT-TIME FROM TIME.
003100     MOVE WS-CURRENT-TIME     TO XRG-RECEIVED-TIME.
003101     MOVE WS-REG-RESULT       TO XRG-STATUS.
003102     MOVE WS-XMT-RECORD-COUNT TO XRG-RECORD-COUNT.
003103     MOVE WS-REJECT-REASON    TO XRG-REASON.
003104     WRITE TRANSMISSION-REGISTER-RECORD.
003105     CLOSE REGISTER-FILE.
003106 1790-EXIT.
003110     EXIT.
003120*
003130*----------------------------------------------------------------*
007330     END-IF.
007340 4000-EXIT.
007350     EXIT.
007351*
007352*----------------------------------------------------------------*
007353*    4500-REGISTER-ACCEPTANCE - PUT THE MERGED TRANSMISSION ON
007354*    THE REGISTER. A MERGE THAT HIT A SEVERE PROBLEM IS
007355*    REGISTERED AS REJECTED SO THE BRANCH'S NEXT SEQUENCE STAYS
007356*    WHERE IT WAS - SENDING THE SAME FILE AGAIN IS SAFE, AS THE
007357*    DUPLICATE CHECKS SKIP WHAT ALREADY LOADED.
007358*----------------------------------------------------------------*
007359 4500-REGISTER-ACCEPTANCE.
007360     IF WS-HIGHEST-SEVERITY < 8
007361         MOVE 'A' TO WS-REG-RESULT
007362         MOVE SPACES TO WS-REJECT-REASON
007363         DISPLAY '  TRANSMISSION ' WS-XMT-SEQUENCE-NO
007364             ' ACCEPTED AND REGISTERED.'
007365     ELSE
007366         MOVE 'R' TO WS-REG-RESULT
007367         MOVE 'MERGE INCOMPLETE - SEE OPERATIONS LOG'
007368             TO WS-REJECT-REASON
007369         DISPLAY '  *** MERGE INCOMPLETE - TRANSMISSION '
007370             WS-XMT-SEQUENCE-NO ' REGISTERED AS REJECTED AND MUST'
007371             ' BE SENT AGAIN ***'
007372     END-IF.
007373     PERFORM 1790-WRITE-REGISTER THRU 1790-EXIT.
007374 4500-EXIT.
007375     EXIT.
007376*
007377*----------------------------------------------------------------*
007380*    5000-ALL-SITES-REPORT - THE ALL-SITES VIEW THE HEAD OFFICE
007390*    USED TO RE-KEY BY HAND: FOR A REQUESTED DATE, EVERY SITE'S
007400*    DRAW COUNT, PER-LEVEL TALLY AND COLLECTED-VERSUS-PREPAID
008870 5510-PRINT-ONE-LEVEL.
008880     IF RPT-LEVEL-COUNT(RPT-SUB, WS-LVL-SUB) > ZERO
008890         MOVE WS-LVL-SUB TO WS-LEVEL-NO
008891         DISPLAY '    LEVEL ' WS-LEVEL-NO ' : '
008892             RPT-LEVEL-COUNT(RPT-SUB, WS-LVL-SUB)
008893     END-IF.
008894 5510-EXIT.
008895     EXIT.
008896*
008897*----------------------------------------------------------------*
008898*    6000-REGISTER-REPORT - FOR EVERY BRANCH ON THE REGISTER, THE
008899*    LAST TRANSMISSION ACCEPTED, THE LAST DAY IT CARRIED, AND HOW
008900*    MANY DAYS THAT IS SHORT OF YESTERDAY'S BUSINESS DATE - THE
008901*    LAST DAY A BRANCH CAN HAVE CLOSED AND SENT. REJECTIONS SINCE
008902*    THE LAST ACCEPTANCE ARE SHOWN TOO.
008903*----------------------------------------------------------------*
008904 6000-REGISTER-REPORT.
008905     PERFORM 1610-LOAD-REGISTER THRU 1610-EXIT.
008906     DISPLAY 'OMICONS - TRANSMISSION REGISTER ON '
008907         WS-CURRENT-DATE '.'.
008908     IF REG-COUNT = ZERO
008909         DISPLAY '  NO TRANSMISSION HAS BEEN REGISTERED YET.'
008910         GO TO 6000-EXIT
008911     END-IF.
008912     MOVE WS-CURRENT-DATE TO DTE-WORK-DATE-N.
008913     MOVE 1 TO DTE-DAYS-LEFT.
008914     PERFORM 8500-SUBTRACT-DAYS THRU 8500-EXIT.
008915     MOVE DTE-WORK-DATE-N TO WS-DUE-DATE.
008916     MOVE ZERO TO WS-BEHIND-COUNT.
008917     PERFORM 6100-PRINT-ONE-BRANCH THRU 6100-EXIT
008918         VARYING REG-SUB FROM 1 BY 1 UNTIL REG-SUB > REG-COUNT.
008919     IF REG-OVERFLOWED
008920         DISPLAY '  *** MORE THAN 16 BRANCHES ON THE REGISTER -'
008921             ' THE REST ARE NOT SHOWN ***'
008922     END-IF.
008923     IF WS-BEHIND-COUNT > ZERO
008924         MOVE 'W' TO WS-OPS-SEVERITY
008925         MOVE 'CNS0011' TO WS-OPS-CODE
008926         MOVE 'BRANCH TRANSMISSIONS BEHIND - SEE JOB LOG'
008927             TO WS-OPS-TEXT
008928         PERFORM 8800-WRITE-OPS-MESSAGE THRU 8800-EXIT
008929     END-IF.
008930 6000-EXIT.
008931     EXIT.
008932*
008933 6100-PRINT-ONE-BRANCH.
008934     IF REG-LAST-SEQUENCE-NO(REG-SUB) = ZERO
008935         DISPLAY 'BRANCH ' REG-BRANCH-ID(REG-SUB)
008936             ' - NOTHING ACCEPTED YET, '
008937             REG-REJECT-COUNT(REG-SUB) ' REJECTED.'
008938         ADD 1 TO WS-BEHIND-COUNT
008939         GO TO 6100-EXIT
008940     END-IF.
008941     DISPLAY 'BRANCH ' REG-BRANCH-ID(REG-SUB) ' - SEQUENCE '
008942         REG-LAST-SEQUENCE-NO(REG-SUB) ' THROUGH '
008943         REG-TO-DATE(REG-SUB) ', RECEIVED '
008944         REG-RECEIVED-DATE(REG-SUB).
008945     IF REG-REJECT-COUNT(REG-SUB) > ZERO
008946         DISPLAY '  REJECTED SINCE         : '
008947             REG-REJECT-COUNT(REG-SUB)
008948     END-IF.
008949     IF REG-TO-DATE(REG-SUB) NOT < WS-DUE-DATE
008950         DISPLAY '  UP TO DATE'
008951         GO TO 6100-EXIT
008952     END-IF.
008953     MOVE WS-DUE-DATE TO DTE-WORK-DATE-N.
008954     MOVE 999 TO DTE-DAYS-LEFT.
008955     PERFORM 8510-BACK-ONE-DAY THRU 8510-EXIT
008956         UNTIL DTE-WORK-DATE-N NOT > REG-TO-DATE(REG-SUB)
008957            OR DTE-DAYS-LEFT = ZERO.
008958     COMPUTE WS-DAYS-BEHIND = 999 - DTE-DAYS-LEFT.
008959     DISPLAY '  *** BEHIND ' WS-DAYS-BEHIND ' DAY(S) ***'.
008960     ADD 1 TO WS-BEHIND-COUNT.
008961 6100-EXIT.
008962     EXIT.
008963*
008964*----------------------------------------------------------------*
008970*    8000-EDIT-NUMERIC-ENTRY - RIGHT-JUSTIFY AND ZERO-FILL A
008980*    TYPED ENTRY SO '42' EDITS TO 00000042. A BLANK ENTRY EDITS
008990*    TO ZERO. ANYTHING ELSE NON-NUMERIC IS REJECTED.
009160 8000-EXIT.
009170     EXIT.
009180*
009181 8100-SHIFT-ENTRY-RIGHT.
009182     MOVE WS-ENTRY-EDITED(1:7) TO WS-ENTRY-HOLD.
009183     MOVE '0' TO WS-ENTRY-EDITED(1:1).
009184     MOVE WS-ENTRY-HOLD TO WS-ENTRY-EDITED(2:7).
009185 8100-EXIT.
009186     EXIT.
009187*
009188*----------------------------------------------------------------*
009189*    8500-SUBTRACT-DAYS - STEP THE WORK DATE BACK ONE DAY AT A
009190*    TIME, BORROWING ACROSS MONTH AND YEAR ENDS WITH THE LEAP
009191*    YEAR RULE, UNTIL THE DAYS LEFT ARE USED UP.
009192*----------------------------------------------------------------*
009193 8500-SUBTRACT-DAYS.
009194     PERFORM 8510-BACK-ONE-DAY THRU 8510-EXIT
009195         UNTIL DTE-DAYS-LEFT = ZERO.
009196 8500-EXIT.
009197     EXIT.
009198*
009199 8510-BACK-ONE-DAY.
009200     SUBTRACT 1 FROM DTE-DAYS-LEFT.
009201     IF DTE-DAY > 1
009202         SUBTRACT 1 FROM DTE-DAY
009203         GO TO 8510-EXIT
009204     END-IF.
009205     IF DTE-MONTH > 1
009206         SUBTRACT 1 FROM DTE-MONTH
009207     ELSE
009208         MOVE 12 TO DTE-MONTH
009209         SUBTRACT 1 FROM DTE-YEAR
009210     END-IF.
009211     MOVE DTE-MONTH-LEN(DTE-MONTH) TO DTE-DAY.
009212     IF DTE-MONTH = 2
009213         PERFORM 8520-CHECK-LEAP-YEAR THRU 8520-EXIT
009214     END-IF.
009215 8510-EXIT.
009216     EXIT.
009217*
009218 8520-CHECK-LEAP-YEAR.
009219     DIVIDE DTE-YEAR BY 4 GIVING DTE-QUOTIENT
009220         REMAINDER DTE-REMAINDER.
009221     IF DTE-REMAINDER NOT = ZERO
009222         GO TO 8520-EXIT
009223     END-IF.
009224     DIVIDE DTE-YEAR BY 100 GIVING DTE-QUOTIENT
009225         REMAINDER DTE-REMAINDER.
009226     IF DTE-REMAINDER NOT = ZERO
009227         MOVE 29 TO DTE-DAY
009228         GO TO 8520-EXIT
009229     END-IF.
009230     DIVIDE DTE-YEAR BY 400 GIVING DTE-QUOTIENT
009231         REMAINDER DTE-REMAINDER.
009232     IF DTE-REMAINDER = ZERO
009233         MOVE 29 TO DTE-DAY
009234     END-IF.
009235 8520-EXIT.
009240     EXIT.
009250*
009260*----------------------------------------------------------------*
