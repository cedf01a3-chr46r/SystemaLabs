000100*****************************************************************
000200*    COPYBOOK    : LGBALH
000300*    DESCRIPTION : DAILY BALANCE HISTORY RECORD LAYOUT.  ONE
000400*                  RECORD PER ACCOUNT PER CLOSED BUSINESS DATE,
000500*                  WRITTEN BY CLOSE_DAY FOR EVERY ACCOUNT ON THE
000600*                  MASTER AS THE DATE CLOSES, SO IT HOLDS THE
000700*                  DAY'S CLOSING POSITION.  KEYED ON BAL-KEY
000800*                  (ACCOUNT, THEN DATE - AN ACCOUNT'S HISTORY
000900*                  READS IN DATE ORDER) IN THE BALANCE HISTORY
001000*                  INDEXED FILE (DDNAME LGBALH).  A DAY WITH NO
001100*                  RECORD (WEEKEND, HOLIDAY) CARRIES THE CLOSE OF
001200*                  THE BUSINESS DAY BEFORE IT - NOTHING POSTS
001300*                  UNDER A DATE THAT IS NOT A BUSINESS DAY.
001400*                  BAL-LEDGER-BAL = ACCT-BALANCE AT THE CLOSE;
001500*                  BAL-HOLD-TOTAL = ITS ACTIVE, UNEXPIRED LGHOLD
001600*                  EARMARKS; BAL-AVAIL-BAL = LEDGER LESS HOLDS
001700*                  PLUS THE CREDIT LIMIT, AS GET_BAL SHOWS IT.
001800*                  BAL-STATUS IS ACCT-STATUS AT THE CLOSE.  A
001900*                  RERUN OF THE CLOSE REWRITES THE DATE'S RECORD.
002000*    MODIFICATION HISTORY
002100*    2026-10-15  JJM  INITIAL VERSION.
002200*****************************************************************
002300 01  BAL-RECORD.
002400     05  BAL-KEY.
002500         10  BAL-ACCT-ID             PIC X(32).
002600         10  BAL-DATE                PIC 9(8).
002700     05  BAL-CURRENCY                PIC X(03).
002800     05  BAL-STATUS                  PIC X(01).
002900         88  BAL-ST-OPEN             VALUES "O" SPACE.
003000         88  BAL-ST-FROZEN           VALUE "F".
003100         88  BAL-ST-CLOSED           VALUE "C".
003200     05  BAL-LEDGER-BAL              PIC S9(10)V99   COMP-3.
003300     05  BAL-HOLD-TOTAL              PIC S9(12)V99   COMP-3.
003400     05  BAL-CREDIT-LIMIT            PIC 9(10)V99    COMP-3.
003500     05  BAL-AVAIL-BAL               PIC S9(12)V99   COMP-3.
003600     05  BAL-WRITTEN-STAMP.
003700         10  BAL-WRITTEN-DATE        PIC 9(8).
003800         10  BAL-WRITTEN-TIME        PIC 9(8).
003900     05  FILLER                      PIC X(20).
