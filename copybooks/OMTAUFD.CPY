000100*    OMTAUFD - FORTUNE-TEXT CHANGE AUDIT TRAIL RECORD LAYOUT.
000200*    ONE RECORD IS APPENDED FOR EVERY TEXT ADDED, CHANGED OR
000300*    RETIRED ON OMILANG OR OMIDETL BY THE TEXT MAINTENANCE
000400*    PROGRAM, SO A REWORDED GUIDANCE LINE CAN BE TRACED TO WHEN,
000500*    AND BY WHOM, IT WAS LAST TOUCHED AND WHAT IT SAID BEFORE.
000600*    A LANGUAGE NAME (LEVEL 00) IS AUDITED AS FIELD NAME; A
000700*    RETIRED RECORD WITH NO TEXT ON IT AS FIELD RECORD.
000800 01  TEXT-AUDIT-RECORD.
000900     05  TAR-CHANGE-DATE         PIC 9(08).
001000     05  TAR-CHANGE-TIME         PIC 9(08).
001100     05  TAR-OPERATOR-ID         PIC X(08).
001200     05  TAR-FILE-ID             PIC X(01).
001300         88  TAR-LANGUAGE-FILE       VALUE 'L'.
001400         88  TAR-DETAIL-FILE         VALUE 'D'.
001500     05  TAR-ACTION              PIC X(01).
001600         88  TAR-ADDED               VALUE 'A'.
001700         88  TAR-CHANGED             VALUE 'C'.
001800         88  TAR-RETIRED             VALUE 'R'.
001900*    SPACE FOR AN OMIDETL RECORD, WHICH HAS NO LANGUAGE.
002000     05  TAR-LANG-CODE           PIC X(01).
002100     05  TAR-LEVEL-CODE          PIC 9(02).
002200     05  TAR-FIELD-NAME          PIC X(08).
002300     05  TAR-OLD-TEXT            PIC X(60).
002400     05  TAR-NEW-TEXT            PIC X(60).
