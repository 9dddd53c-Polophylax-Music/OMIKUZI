000100*    OMXRGFD - HEAD-OFFICE TRANSMISSION REGISTER RECORD LAYOUT.
000200*    ONE RECORD IS APPENDED TO OMIXREG FOR EVERY BRANCH
000300*    TRANSMISSION THE CONSOLIDATION JOB IS GIVEN, ACCEPTED OR
000400*    REJECTED, WITH THE REASON FOR A REJECTION. A BRANCH'S LAST
000500*    ACCEPTED RECORD GIVES THE SEQUENCE NUMBER IT MUST SEND NEXT
000600*    AND THE LAST DAY THE HEAD OFFICE HOLDS FOR IT, WHICH IS HOW
000700*    A BRANCH THAT HAS FALLEN BEHIND IS SEEN.
000800 01  TRANSMISSION-REGISTER-RECORD.
000900     05  XRG-BRANCH-ID           PIC X(04).
001000     05  XRG-SEQUENCE-NO         PIC 9(05).
001100     05  XRG-FROM-DATE           PIC 9(08).
001200     05  XRG-TO-DATE             PIC 9(08).
001300     05  XRG-RECEIVED-DATE       PIC 9(08).
001400     05  XRG-RECEIVED-TIME       PIC 9(08).
001500     05  XRG-STATUS              PIC X(01).
001600         88  XRG-ACCEPTED            VALUE 'A'.
001700         88  XRG-REJECTED            VALUE 'R'.
001800     05  XRG-RECORD-COUNT        PIC 9(07).
001900     05  XRG-REASON              PIC X(40).
