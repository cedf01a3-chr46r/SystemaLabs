000100*****************************************************************
000200*    COPYBOOK    : LGSWEP
000300*    DESCRIPTION : CASH SWEEP RELATIONSHIP RECORD LAYOUT.  ONE
000400*                  RECORD PER SUB-ACCOUNT, LINKING IT TO THE
000500*                  MASTER (HEADER) ACCOUNT ITS CASH IS SWEPT TO OR
000600*                  TOPPED UP FROM, KEYED ON SWP-SUB-ACCT IN THE
000700*                  SWEEP INDEXED FILE (DDNAME LGSWEEP) - SO A
000800*                  SUB-ACCOUNT HAS ONE MASTER, BUT A MASTER MAY BE
000900*                  ANOTHER MASTER'S SUB-ACCOUNT (A MULTI-LEVEL
001000*                  STRUCTURE).  MAINTAINED BY SET_SWEEP AND
001100*                  DEL_SWEEP; RUN BY THE NIGHTLY SWEEP, WHICH
001200*                  POSTS EACH SUB-ACCOUNT BEFORE THE MASTER ABOVE
001300*                  IT.  SWP-RULE:
001400*                    A - SWEEP ALL: THE WHOLE BALANCE NET OF
001500*                        ACTIVE HOLDS GOES UP TO THE MASTER.
001600*                    T - SWEEP ABOVE TARGET: WHAT THE BALANCE NET
001700*                        OF HOLDS HAS ABOVE SWP-AMOUNT GOES UP.
001800*                    M - TOP UP TO MINIMUM: WHEN THE BALANCE NET
001900*                        OF HOLDS IS BELOW SWP-AMOUNT, THE MASTER
002000*                        FUNDS THE SHORTFALL.
002100*                  SWP-STATUS: A = ACTIVE, X = REMOVED (KEPT ON
002200*                  FILE FOR AUDIT).  SWP-LAST-... DESCRIBE THE
002300*                  LAST SWEEP THAT POSTED: ITS BUSINESS DATE,
002400*                  JOURNAL SEQUENCE, AMOUNT AND DIRECTION (U = UP
002500*                  TO THE MASTER, D = DOWN TO THE SUB-ACCOUNT).
002600*    MODIFICATION HISTORY
002700*    2026-10-15  JJM  INITIAL VERSION.
002800*****************************************************************
002900 01  SWP-RECORD.
003000     05  SWP-SUB-ACCT                PIC X(32).
003100     05  SWP-MASTER-ACCT             PIC X(32).
003200     05  SWP-RULE                    PIC X(01).
003300         88  SWP-R-ALL                           VALUE "A".
003400         88  SWP-R-TARGET                        VALUE "T".
003500         88  SWP-R-TOPUP                         VALUE "M".
003600     05  SWP-AMOUNT                  PIC S9(10)V99   COMP-3.
003700     05  SWP-STATUS                  PIC X(01).
003800         88  SWP-ST-ACTIVE                       VALUE "A".
003900         88  SWP-ST-REMOVED                      VALUE "X".
004000     05  SWP-SET-DATE                PIC 9(8).
004100     05  SWP-SET-OPERATOR            PIC X(08).
004200     05  SWP-LAST-DATE               PIC 9(8).
004300     05  SWP-LAST-SEQ                PIC 9(6).
004400     05  SWP-LAST-AMOUNT             PIC S9(10)V99   COMP-3.
004500     05  SWP-LAST-DIR                PIC X(01).
004600     05  FILLER                      PIC X(20).
