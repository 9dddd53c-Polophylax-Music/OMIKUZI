000100*    OMDSPFD - VISITOR DISPUTE CASE REGISTER RECORD LAYOUT.
000200*    ONE RECORD PER CASE OPENED AT THE OFFICE WHEN A VISITOR
000300*    DISPUTES A DRAW - THE KIOSK SHOWED ONE FORTUNE AND PRINTED
000400*    ANOTHER, A BOX SLIP WAS WET, NO SLIP CAME OUT. THE CASE
000500*    CARRIES THE FULL OMIDRAW KEY OF THE DRAW COMPLAINED OF, SO
000600*    IT STAYS TIED TO THE DRAW EVEN AFTER A VOID TAKES THE
000700*    MASTER RECORD AWAY. A CASE STARTS INVESTIGATING AND IS
000800*    CLOSED AS REFUNDED, VOIDED OR REJECTED. A VOIDED CASE
000900*    CARRIES THE LOG TIME AND FEE OF THE PAY-TYPE V REVERSAL
001000*    OMIVOID APPENDED TO OMILOG FOR THE DRAW. THE FILE IS
001100*    REWRITTEN WHOLE BY OMIDISP; CASES ARE NEVER DELETED.
001200 01  DISPUTE-CASE-RECORD.
001300     05  DSC-CASE-NO             PIC 9(05).
001400     05  DSC-OPEN-DATE           PIC 9(08).
001500     05  DSC-OPENED-BY           PIC X(08).
001600     05  DSC-DRAW-KEY.
001700         10  DSC-DRAW-DATE       PIC 9(08).
001800         10  DSC-SITE-ID         PIC X(04).
001900         10  DSC-LOT-NO          PIC 9(05).
002000         10  DSC-SLIP-NO         PIC 9(05).
002100         10  DSC-DRAW-SEQ        PIC 9(05).
002200         10  DSC-DRAW-TIME       PIC 9(08).
002300     05  DSC-RIM                 PIC 9(02).
002400     05  DSC-COMPLAINT-TYPE      PIC X(01).
002500         88  DSC-WRONG-FORTUNE       VALUE 'W'.
002600         88  DSC-DAMAGED-SLIP        VALUE 'D'.
002700         88  DSC-NOT-DISPENSED       VALUE 'N'.
002800         88  DSC-FEE-DISPUTE         VALUE 'F'.
002900         88  DSC-OTHER-COMPLAINT     VALUE 'O'.
003000         88  DSC-VALID-TYPE          VALUE 'W' 'D' 'N' 'F' 'O'.
003100     05  DSC-CONTACT             PIC X(40).
003200     05  DSC-NOTES               PIC X(60).
003300     05  DSC-STATUS              PIC X(01).
003400         88  DSC-INVESTIGATING       VALUE 'I'.
003500         88  DSC-REFUNDED            VALUE 'R'.
003600         88  DSC-VOIDED              VALUE 'V'.
003700         88  DSC-REJECTED            VALUE 'X'.
003800         88  DSC-VALID-STATUS        VALUE 'I' 'R' 'V' 'X'.
003900     05  DSC-STATUS-DATE         PIC 9(08).
004000     05  DSC-STATUS-BY           PIC X(08).
004100     05  DSC-REVERSAL-TIME       PIC 9(08).
004200     05  DSC-REFUND-AMOUNT       PIC 9(05).
