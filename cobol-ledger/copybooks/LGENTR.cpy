000100*****************************************************************
000200*    COPYBOOK    : LGENTR
000300*    DESCRIPTION : COMPOUND JOURNAL ENTRY INPUT RECORD LAYOUTS.
000400*                  FIXED 80-BYTE RECORDS, SEQUENTIAL FILE,
000500*                  DDNAME LGENTRY, READ BY POST_ENTRY.  RECORD
000600*                  TYPE IN THE FIRST BYTE:
000700*                    "H" - ENTRY HEADER: THE SUBMITTER'S ENTRY
000800*                          REFERENCE, THE ENTRY CURRENCY THE
000900*                          LEGS MUST BALANCE IN, THE NUMBER OF
001000*                          LEGS THAT FOLLOW, AND A DESCRIPTION.
001100*                    "L" - LEG: ACCOUNT, D(EBIT) OR C(REDIT),
001200*                          AMOUNT AND CURRENCY - THE AMOUNT IS
001300*                          IN THE ACCOUNT'S OWN CURRENCY, WHICH
001400*                          THE LEG MUST NAME.
001500*                  ONE FILE MAY CARRY ANY NUMBER OF ENTRIES,
001600*                  EACH A HEADER FOLLOWED BY ITS LEGS.
001700*    MODIFICATION HISTORY
001800*    2026-10-13  JJM  INITIAL VERSION.
001900*****************************************************************
002000 01  ENT-RECORD.
002100     05  ENT-REC-TYPE                PIC X(01).
002200         88  ENT-HEADER              VALUE "H".
002300         88  ENT-LEG                 VALUE "L".
002400     05  FILLER                      PIC X(79).
002500
002600 01  ENT-HEADER-REC.
002700     05  ENT-H-TYPE                  PIC X(01).
002800     05  ENT-H-REFERENCE             PIC X(16).
002900     05  ENT-H-CURRENCY              PIC X(03).
003000     05  ENT-H-LEG-CT                PIC 9(4).
003100     05  ENT-H-DESCRIPTION           PIC X(30).
003200     05  FILLER                      PIC X(26).
003300
003400 01  ENT-LEG-REC.
003500     05  ENT-L-TYPE                  PIC X(01).
003600     05  ENT-L-ACCT                  PIC X(32).
003700     05  ENT-L-SIDE                  PIC X(01).
003800         88  ENT-L-DEBIT             VALUE "D".
003900         88  ENT-L-CREDIT            VALUE "C".
004000     05  ENT-L-AMOUNT                PIC 9(10)V99.
004100     05  ENT-L-CURRENCY              PIC X(03).
004200     05  FILLER                      PIC X(31).
