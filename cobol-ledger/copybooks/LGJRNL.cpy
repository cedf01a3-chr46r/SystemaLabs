000400*                  RECORD IS WRITTEN FOR EVERY TRANSACTION
000500*                  ATTEMPTED THROUGH APPLY-TRANSACTION, WHETHER
000600*                  IT WAS ACCEPTED OR REJECTED, SO THE DAY'S
000700*                  ACTIVITY CAN BE RECONCILED.  KEYED ON
000800*                  JRN-SEQ-NO (ASCENDING, UNIQUE) IN THE
000900*                  JOURNAL INDEXED FILE (DDNAME LGJRNL).
001000*    MODIFICATION HISTORY
001100*    2026-08-08  JJM  INITIAL VERSION.
001200*    2026-08-08  JJM  ADDED JRN-REVERSAL-OF TO SUPPORT THE
001300*                     REVERSE_TX FUNCTION.
001400*    2026-08-08  JJM  ADDED JRN-CONVERTED-AMOUNT - THE AMOUNT
001500*                     ACTUALLY CREDITED TO THE TO ACCOUNT, IN ITS
001600*                     OWN CURRENCY, SO REVERSE_TX CAN REPLAY THE
001700*                     TRUE AMOUNT ON EACH SIDE OF A CROSS-CURRENCY
001800*                     TRANSFER INSTEAD OF JRN-AMOUNT'S FROM-SIDE
001900*                     UNITS.
002000*    2026-08-21  JJM  ADDED JRN-ORDER-NO - THE STANDING ORDER A
002100*                     RELEASE_DUE POSTING WAS RELEASED FROM
002200*                     (ZERO FOR EVERY OTHER TRANSACTION).
002300*    2026-08-21  JJM  ADDED JRN-TO-CURRENCY AND JRN-RATE-APPLIED
002400*                     - THE CREDITED SIDE'S CURRENCY AND THE FX
002500*                     RATE ACTUALLY USED FOR THE CONVERSION
002600*                     (1.000000 FOR SAME-CURRENCY TRANSFERS), SO
002700*                     A DISPUTED CONVERSION CAN BE PROVEN FROM
002800*                     THE JOURNAL ALONE.
002900*    2026-08-21  JJM  WIDENED JRN-RATE-APPLIED TO 9(4)V9(6) -
003000*                     9V999 COULD NEITHER HOLD A JPY-STYLE RATE
003100*                     NEAR 150 NOR RESOLVE ITS INVERSE.
003200*    2026-08-21  JJM  ADDED JRN-BATCH-ORD - THE ORDINAL OF THE
003300*                     LGBATCH RECORD AN APPLY_BATCH POSTING CAME
003400*                     FROM (ZERO OTHERWISE), SO RESTART_BATCH
003500*                     CAN MATCH ALREADY-JOURNALLED RECORDS
003600*                     POSITIVELY INSTEAD OF ASSUMING SEQUENCE
003700*                     NUMBERS WERE ISSUED CONTIGUOUSLY (AFTER A
003800*                     WRAP, 9010 SKIPS NUMBERS STILL HELD BY
003900*                     LIVE RECORDS).
004000*    2026-09-02  JJM  JRN-AMOUNT AND JRN-CONVERTED-AMOUNT NOW
004100*                     CARRY TWO IMPLIED DECIMALS, IN STEP WITH
004200*                     THE ACCOUNT MASTER.  A ONE-TIME RELOAD
004300*                     CONVERTS RECORDS WRITTEN AT THE OLD
004400*                     WIDTH.
004500*    2026-09-02  JJM  ADDED JRN-HOLD-ID - THE AUTHORIZATION
004600*                     HOLD A CAPTURE_HOLD POSTING SETTLED
004700*                     AGAINST (ZERO FOR EVERY OTHER
004800*                     TRANSACTION), AS JRN-ORDER-NO REFERENCES
004900*                     A STANDING ORDER.
005000*    2026-09-03  JJM  ADDED JRN-RESUB-OF - THE ORIGINAL
005100*                     REJECT'S JOURNAL SEQUENCE WHEN THIS
005200*                     ENTRY IS A RESUBMISSION FROM THE
005300*                     EXCEPTION QUEUE (ZERO OTHERWISE), SO
005400*                     RECONCILIATION CAN FOLLOW THE CHAIN.
005500*    2026-09-03  JJM  ADDED JRN-PEND-ID - THE PENDING-APPROVAL
005600*                     RECORD A PARKED OR APPROVED TRANSFER
005700*                     BELONGS TO (ZERO OTHERWISE); BOTH
005800*                     OPERATORS ARE ON THE LGPEND RECORD.
005900*    2026-09-03  JJM  ADDED JRN-SOURCE - WHAT DROVE THE
006000*                     ENTRY: O = ONLINE, B = BATCH, S =
006100*                     STANDING ORDER, A = ACCRUAL CHARGE, V =
006200*                     REVERSAL, R = RESUBMISSION, P = PENDING
006300*                     PARK OR APPROVAL.  LETS THE MORNING
006400*                     REPORT SPLIT THE NIGHT'S ACTIVITY
006500*                     WITHOUT GUESSING FROM THE OTHER FIELDS.
006600*    2026-10-12  JJM  SOURCE RENUMBERED.
006700*    2026-10-12  JJM  ADDED JRN-CLR-REF - THE CLEARING HOUSE'S
006800*                     PAYMENT REFERENCE FOR AN INBOUND CLEARING
006900*                     ITEM (SPACES OTHERWISE), AND JRN-SOURCE C =
007000*                     CLEARING.  THE RECORD GROWS BY 16 BYTES - A
007100*                     ONE-TIME RELOAD CONVERTS THE LIVE JOURNAL.
007105*    2026-10-13  JJM  ADDED JRN-ENTRY-NO, JRN-LEG-NO AND
007110*                     JRN-LEG-CT FOR COMPOUND ENTRIES (POST_ENTRY,
007115*                     JRN-SOURCE M).  AN ENTRY IS ONE HEADER
007120*                     RECORD (LEG-NO ZERO, BOTH ACCOUNTS BLANK,
007125*                     JRN-AMOUNT THE DEBIT TOTAL IN THE ENTRY
007130*                     CURRENCY, LEG-CT THE NUMBER OF LEGS)
007135*                     FOLLOWED BY ONE ONE-SIDED RECORD PER LEG:
007140*                     A DEBIT LEG NAMES ONLY THE FROM ACCOUNT, A
007145*                     CREDIT LEG ONLY THE TO ACCOUNT, AND THE
007150*                     BLANK SIDE CARRIES THE ENTRY-CURRENCY
007155*                     EQUIVALENT.  THE HEADER READS "Posting"
007160*                     UNTIL EVERY LEG HAS POSTED.  ZERO ON EVERY
007165*                     OTHER RECORD.  THE RECORD GROWS BY 14 BYTES
007170*                     - A ONE-TIME RELOAD CONVERTS IT.
007172*    2026-10-14  JJM  ADDED JRN-FEE-OF - ON A TRANSFER FEE (JRN-
007174*                     SOURCE F) THE SEQUENCE OF THE TRANSFER IT
007176*                     WAS CHARGED FOR, AND ON A FEE REFUND (JRN-
007178*                     SOURCE V) THE SEQUENCE OF THE REVERSED
007180*                     TRANSFER; ZERO ON EVERY OTHER RECORD.  A
007182*                     CAPTURE_HOLD SETTLEMENT IS NOW JRN-SOURCE H.
007184*                     THE RECORD GROWS BY 6 BYTES - A ONE-TIME
007186*                     RELOAD CONVERTS IT.
007188*    2026-10-15  JJM  ADDED JRN-FX-CCY - ON A MONTH-END FX
007190*                     REVALUATION POSTING OR ITS REVERSAL (JRN-
007192*                     SOURCE X) THE FOREIGN CURRENCY REVALUED;
007194*                     SPACES ON EVERY OTHER RECORD.  CARVED FROM
007196*                     THE FILLER - THE RECORD LENGTH IS UNCHANGED.
007197*    2026-10-15  JJM  JRN-SOURCE W = A CASH SWEEP POSTED BY THE
007198*                     NIGHTLY SWEEP RUN.  NO LAYOUT CHANGE.
007200*****************************************************************
007300 01  JRN-RECORD.
007400     05  JRN-SEQ-NO                  PIC 9(6).
007500     05  JRN-DATE                    PIC 9(8).
007600     05  JRN-FROM-ACCT               PIC X(32).
007700     05  JRN-TO-ACCT                 PIC X(32).
007800     05  JRN-AMOUNT                  PIC S9(10)V99   COMP-3.
007900     05  JRN-CONVERTED-AMOUNT        PIC S9(10)V99   COMP-3.
008000     05  JRN-CURRENCY                PIC X(03).
008100     05  JRN-STATUS                  PIC X(20).
008200     05  JRN-REVERSAL-OF             PIC 9(6).
008300     05  JRN-ORDER-NO                PIC 9(6).
008400     05  JRN-TO-CURRENCY             PIC X(03).
008500     05  JRN-RATE-APPLIED            PIC 9(4)V9(6).
008600     05  JRN-BATCH-ORD               PIC 9(6).
008700     05  JRN-HOLD-ID                 PIC 9(6).
008800     05  JRN-RESUB-OF                PIC 9(6).
008900     05  JRN-PEND-ID                 PIC 9(6).
009000     05  JRN-SOURCE                  PIC X(01).
009100     05  JRN-CLR-REF                 PIC X(16).
009110     05  JRN-ENTRY-NO                PIC 9(6).
009120     05  JRN-LEG-NO                  PIC 9(4).
009130     05  JRN-LEG-CT                  PIC 9(4).
009140     05  JRN-FEE-OF                  PIC 9(6).
009150     05  JRN-FX-CCY                  PIC X(03).
009200     05  FILLER                      PIC X(02).
