000100*****************************************************************
000200*    COPYBOOK    : LGFEE
000300*    DESCRIPTION : TRANSACTION FEE SCHEDULE RECORD LAYOUT.  ONE
000400*                  RECORD PER PRICED BAND, KEYED ON FEE-KEY
000500*                  (JOURNAL SOURCE, CURRENCY, BAND LIMIT -
000600*                  ASCENDING, UNIQUE) IN THE FEE SCHEDULE
000700*                  INDEXED FILE (DDNAME LGFEES).  MAINTAINED BY
000800*                  SET_FEE / DEL_FEE / LIST_FEES.
000900*                  FEE-SOURCE IS THE JRN-SOURCE THE TRANSFER
001000*                  WILL BE JOURNALLED UNDER (O, B, S, R, P, C,
001100*                  H - ACCRUALS, REVERSALS, COMPOUND ENTRIES AND
001200*                  FEES THEMSELVES ARE NEVER PRICED).  FEE-
001300*                  CURRENCY IS THE PAYING ACCOUNT'S CURRENCY.
001400*                  FEE-BAND-LIMIT IS THE LARGEST TRANSFER AMOUNT
001500*                  THE BAND COVERS, IN THAT CURRENCY; A TRANSFER
001600*                  FALLS IN THE LOWEST BAND WHOSE LIMIT IS NOT
001700*                  BELOW ITS AMOUNT (9999999999.99 = NO UPPER
001800*                  LIMIT), AND A TRANSFER ABOVE EVERY BAND FOR
001900*                  ITS SOURCE AND CURRENCY IS NOT CHARGED.  THE
002000*                  FEE IS FEE-FLAT PLUS FEE-PERCENT PER CENT OF
002100*                  THE TRANSFER AMOUNT, ROUNDED TO THE CENT, AND
002200*                  IS CREDITED TO FEE-INCOME-ACCT, WHICH MUST BE
002300*                  IN THE SAME CURRENCY.
002400*    MODIFICATION HISTORY
002500*    2026-10-14  JJM  INITIAL VERSION.
002600*****************************************************************
002700 01  FEE-RECORD.
002800     05  FEE-KEY.
002900         10  FEE-SOURCE              PIC X(01).
003000         10  FEE-CURRENCY            PIC X(03).
003100         10  FEE-BAND-LIMIT          PIC 9(10)V99.
003200     05  FEE-FLAT                    PIC 9(7)V99     COMP-3.
003300     05  FEE-PERCENT                 PIC 9(2)V9(4)   COMP-3.
003400     05  FEE-INCOME-ACCT             PIC X(32).
003500     05  FEE-SET-DATE                PIC 9(8).
003600     05  FEE-SET-OPER                PIC X(08).
003700     05  FILLER                      PIC X(10).
