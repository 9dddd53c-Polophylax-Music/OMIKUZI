000100*    OMXMTFD - BRANCH TRANSMISSION RECORD LAYOUT.
000200*    THE BRANCH TRANSMISSION EXTRACT CARRIES THE DAYS NOT YET
000300*    SENT FROM THE BRANCH'S OMILOG AND OMICLSF TO THE HEAD
000400*    OFFICE AS ONE FILE (OMIXMIT AT THE BRANCH, OMIXMTIN AT THE
000500*    HEAD OFFICE), INSIDE AN ENVELOPE THE CONSOLIDATION JOB
000600*    CHECKS BEFORE IT MERGES ANYTHING. RECORD TYPES:
000700*      H - HEADER, FIRST RECORD: BRANCH, THE DAYS COVERED AND
000800*          THE TRANSMISSION SEQUENCE NUMBER
000900*      L - ONE OMILOG DRAW LOG RECORD, EXACTLY AS LOGGED
001000*      C - ONE OMICLSF CLOSE RECORD, EXACTLY AS WRITTEN
001100*      T - TRAILER, LAST RECORD: THE CONTROL TOTALS OF THE L AND
001200*          C RECORDS BETWEEN
001300*    THE DRAW COUNT AND PER-LEVEL TOTALS COUNT THE L RECORDS
001400*    THAT ARE NOT PAY-TYPE V REVERSALS; THE FEE HASH ADDS THE
001500*    FEE ON EVERY L RECORD, REVERSALS INCLUDED (A FEE THAT IS
001600*    NOT NUMERIC ADDS ZERO).
001700 01  TRANSMISSION-RECORD.
001800     05  XMR-RECORD-TYPE         PIC X(01).
001900         88  XMR-HEADER              VALUE 'H'.
002000         88  XMR-LOG-RECORD          VALUE 'L'.
002100         88  XMR-CLOSE-RECORD        VALUE 'C'.
002200         88  XMR-TRAILER             VALUE 'T'.
002300     05  XMR-DATA                PIC X(118).
002400     05  XMR-HEADER-DATA REDEFINES XMR-DATA.
002500         10  XMH-BRANCH-ID       PIC X(04).
002600         10  XMH-FROM-DATE       PIC 9(08).
002700         10  XMH-TO-DATE         PIC 9(08).
002800         10  XMH-SEQUENCE-NO     PIC 9(05).
002900         10  XMH-EXTRACT-DATE    PIC 9(08).
003000         10  XMH-EXTRACT-TIME    PIC 9(08).
003100         10  FILLER              PIC X(77).
003200*    AN L RECORD'S DATA IS AN OMLOGFD DRAW LOG RECORD.
003300     05  XMR-LOG-DATA REDEFINES XMR-DATA.
003400         10  XML-DRAW-DATE       PIC 9(08).
003500         10  XML-DRAW-TIME       PIC 9(08).
003600         10  XML-SLIP-NO         PIC 9(05).
003700         10  XML-RIM             PIC 9(02).
003800         10  XML-FORTUNE-TEXT    PIC X(60).
003900         10  XML-LOT-NO          PIC 9(05).
004000         10  XML-SITE-ID         PIC X(04).
004100         10  XML-FEE-AMOUNT      PIC 9(05).
004200         10  XML-PAY-TYPE        PIC X(01).
004300             88  XML-FEE-VOIDED      VALUE 'V'.
004400         10  FILLER              PIC X(20).
004500*    A C RECORD'S DATA IS AN OMCLSFD CLOSE RECORD.
004600     05  XMR-CLOSE-DATA REDEFINES XMR-DATA.
004700         10  XMC-CLOSE-DATE      PIC 9(08).
004800         10  FILLER              PIC X(110).
004900     05  XMR-TRAILER-DATA REDEFINES XMR-DATA.
005000         10  XMT-RECORD-COUNT    PIC 9(07).
005100         10  XMT-DRAW-COUNT      PIC 9(07).
005200         10  XMT-FEE-HASH        PIC 9(11).
005300         10  XMT-LEVEL-COUNT     PIC 9(07) OCCURS 13 TIMES.
005400         10  FILLER              PIC X(02).
