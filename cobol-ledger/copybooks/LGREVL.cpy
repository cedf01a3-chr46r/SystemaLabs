000100*****************************************************************
000200*    COPYBOOK    : LGREVL
000300*    DESCRIPTION : MONTH-END FX REVALUATION RECORD LAYOUT.  THE
000400*                  FX_REVAL RUN VALUES EVERY FOREIGN-CURRENCY
000500*                  ACCOUNT BALANCE INTO THE BASE CURRENCY AT THE
000600*                  MONTH-END LGRATE RATE, RECORDS THE VALUATION
000700*                  HERE, AND POSTS EACH CURRENCY'S CHANGE SINCE
000800*                  ITS LAST REVALUATION; FX_REVERSE TAKES IT BACK
000900*                  OUT IN THE NEW MONTH.  KEYED ON REV-KEY IN THE
001000*                  REVALUATION INDEXED FILE (DDNAME LGREVAL).
001100*                  RECORD TYPE IN REV-TYPE, ONE LAYOUT WITH THE
001200*                  FIELDS MEANING PER TYPE (AS LGCTL DOES):
001300*                    "S" - SETUP, ONE RECORD (QUALIFIER BLANK):
001400*                          THE BASE CURRENCY AND THE FX GAIN, FX
001500*                          LOSS AND REVALUATION RESERVE ACCOUNTS,
001600*                          ALL HELD IN THE BASE CURRENCY.  SET BY
001700*                          SET_FX_REVAL; REV-POST-DATE IS THE
001750*                          DATE IT WAS LAST SET.
001800*                    "H" - MONTH HEADER (REV-M-MONTH, CURRENCY
001900*                          AND ACCOUNT BLANK): THE SETUP AS IT
002000*                          STOOD FOR THE RUN, REV-STATE, THE
002100*                          POSTING AND REVERSAL DATES, THE LAST
002200*                          JOURNAL SEQUENCE BEFORE THE POSTING
002300*                          (OR REVERSAL) STARTED, AND THE TOTALS:
002400*                          REV-BALANCE = BASE-CURRENCY ACCOUNTS,
002500*                          REV-BASE-VALUE = THE WHOLE LEDGER IN
002600*                          THE BASE CURRENCY, REV-CHANGE = NET
002700*                          GAIN (LOSS IF NEGATIVE), REV-COUNT =
002800*                          ACCOUNTS REVALUED, REV-COUNT-2 =
002900*                          CURRENCIES POSTED.
003000*                    "C" - CURRENCY TOTAL (REV-C-CCY, REV-C-MONTH
003100*                          - CURRENCY FIRST, SO THE LAST EARLIER
003200*                          REVALUATION OF A CURRENCY IS ONE START
003300*                          AWAY): THE MONTH-END RATE AND THE RATE
003400*                          OF THE LAST REVALUATION IT IS MEASURED
003500*                          FROM, THE BALANCE, ITS VALUE AT EACH
003600*                          RATE, THE CHANGE, AND THE JOURNAL
003700*                          SEQUENCES OF THE POSTING AND ITS
003800*                          REVERSAL.  REV-COUNT = ACCOUNTS.
003900*                    "A" - ACCOUNT LINE (REV-M-MONTH, REV-M-CCY,
004000*                          REV-M-ACCT): ONE ACCOUNT'S BALANCE,
004100*                          VALUES AND CHANGE, FOR THE REPORT.
004200*                  REV-STATE (ON "H"): W = VALUING, P = POSTING,
004300*                  C = REVALUED, V = REVERSING, R = REVERSED.
004400*                  REV-RATE-DIR / REV-PRIOR-DIR: D = THE RATE IS
004500*                  CURRENCY TO BASE (VALUE = BALANCE * RATE), I =
004600*                  ONLY BASE TO CURRENCY IS ON FILE (VALUE =
004700*                  BALANCE / RATE), SPACE ON REV-PRIOR-DIR = NO
004800*                  EARLIER RATE - THE CURRENCY'S FIRST VALUATION
004900*                  IS ITS BASIS ONLY AND POSTS NOTHING.
005000*    MODIFICATION HISTORY
005100*    2026-10-15  JJM  INITIAL VERSION.
005200*****************************************************************
005300 01  REV-RECORD.
005400     05  REV-KEY.
005500         10  REV-TYPE                PIC X(01).
005600             88  REV-T-SETUP                     VALUE "S".
005700             88  REV-T-MONTH                     VALUE "H".
005800             88  REV-T-CURRENCY                  VALUE "C".
005900             88  REV-T-ACCOUNT                   VALUE "A".
006000         10  REV-QUAL                PIC X(41).
006100         10  REV-QUAL-M REDEFINES REV-QUAL.
006200             15  REV-M-MONTH         PIC 9(6).
006300             15  REV-M-CCY           PIC X(03).
006400             15  REV-M-ACCT          PIC X(32).
006500         10  REV-QUAL-C REDEFINES REV-QUAL.
006600             15  REV-C-CCY           PIC X(03).
006700             15  REV-C-MONTH         PIC 9(6).
006800             15  FILLER              PIC X(32).
006900     05  REV-BASE-CCY                PIC X(03).
007000     05  REV-GAIN-ACCT               PIC X(32).
007100     05  REV-LOSS-ACCT               PIC X(32).
007200     05  REV-RSV-ACCT                PIC X(32).
007300     05  REV-STATE                   PIC X(01).
007400         88  REV-ST-VALUING                      VALUE "W".
007500         88  REV-ST-POSTING                      VALUE "P".
007600         88  REV-ST-REVALUED                     VALUE "C".
007700         88  REV-ST-REVERSING                    VALUE "V".
007800         88  REV-ST-REVERSED                     VALUE "R".
007900     05  REV-POST-DATE               PIC 9(8).
008000     05  REV-REVERSE-DATE            PIC 9(8).
008100     05  REV-START-SEQ               PIC 9(6).
008200     05  REV-RATE                    PIC 9(4)V9(6).
008300     05  REV-RATE-DIR                PIC X(01).
008400     05  REV-PRIOR-RATE              PIC 9(4)V9(6).
008500     05  REV-PRIOR-DIR               PIC X(01).
008600     05  REV-BALANCE                 PIC S9(12)V99   COMP-3.
008700     05  REV-BASE-VALUE              PIC S9(12)V99   COMP-3.
008800     05  REV-PRIOR-VALUE             PIC S9(12)V99   COMP-3.
008900     05  REV-CHANGE                  PIC S9(12)V99   COMP-3.
009000     05  REV-POST-SEQ                PIC 9(6).
009100     05  REV-REVERSE-SEQ             PIC 9(6).
009200     05  REV-COUNT                   PIC 9(6).
009300     05  REV-COUNT-2                 PIC 9(6).
009400     05  FILLER                      PIC X(10).
