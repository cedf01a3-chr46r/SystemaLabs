001300*                  FILE (DDNAME LGJARCH).
001400*    MODIFICATION HISTORY
001500*    2026-08-21  JJM  INITIAL VERSION.
001600*    2026-08-21  JJM  WIDENED ARC-RATE-APPLIED AND ADDED
001700*                     ARC-BATCH-ORD IN STEP WITH LGJRNL.
001800*    2026-08-21  JJM  ARC-ARCHIVE-DATE NOW HOLDS THE PERIOD
001900*                     CUTOFF DATE RATHER THAN THE RUN DATE, SO
002000*                     A RERUN OF AN INTERRUPTED ARCHIVE LANDS
002100*                     ON THE SAME KEY WHATEVER DAY IT RUNS.
002200*    2026-09-02  JJM  ARC-AMOUNT AND ARC-CONVERTED-AMOUNT NOW
002300*                     CARRY TWO IMPLIED DECIMALS, IN STEP WITH
002400*                     LGJRNL.  A ONE-TIME RELOAD CONVERTS
002500*                     RECORDS WRITTEN AT THE OLD WIDTH.
002600*    2026-09-02  JJM  ADDED ARC-HOLD-ID IN STEP WITH LGJRNL.
002700*    2026-09-03  JJM  ADDED ARC-RESUB-OF IN STEP WITH LGJRNL.
002800*    2026-09-03  JJM  ADDED ARC-PEND-ID IN STEP WITH LGJRNL.
002900*    2026-09-03  JJM  ADDED ARC-SOURCE IN STEP WITH LGJRNL.
002910*    2026-10-12  JJM  SOURCE RENUMBERED.
002920*    2026-10-12  JJM  ADDED ARC-CLR-REF IN STEP WITH LGJRNL.
002930*    2026-10-13  JJM  ADDED ARC-ENTRY-NO, ARC-LEG-NO AND
002940*                     ARC-LEG-CT IN STEP WITH LGJRNL.
002950*    2026-10-14  JJM  ADDED ARC-FEE-OF IN STEP WITH LGJRNL.
002960*    2026-10-15  JJM  ADDED ARC-FX-CCY IN STEP WITH LGJRNL.
003000*****************************************************************
003100 01  ARC-RECORD.
003200     05  ARC-KEY.
003300         10  ARC-SEQ-NO              PIC 9(6).
003400         10  ARC-ARCHIVE-DATE        PIC 9(8).
003500     05  ARC-DATE                    PIC 9(8).
003600     05  ARC-FROM-ACCT               PIC X(32).
003700     05  ARC-TO-ACCT                 PIC X(32).
003800     05  ARC-AMOUNT                  PIC S9(10)V99   COMP-3.
003900     05  ARC-CONVERTED-AMOUNT        PIC S9(10)V99   COMP-3.
004000     05  ARC-CURRENCY                PIC X(03).
004100     05  ARC-STATUS                  PIC X(20).
004200     05  ARC-REVERSAL-OF             PIC 9(6).
004300     05  ARC-ORDER-NO                PIC 9(6).
004400     05  ARC-TO-CURRENCY             PIC X(03).
004500     05  ARC-RATE-APPLIED            PIC 9(4)V9(6).
004600     05  ARC-BATCH-ORD               PIC 9(6).
004700     05  ARC-HOLD-ID                 PIC 9(6).
004800     05  ARC-RESUB-OF                PIC 9(6).
004900     05  ARC-PEND-ID                 PIC 9(6).
005000     05  ARC-SOURCE                  PIC X(01).
005010     05  ARC-CLR-REF                 PIC X(16).
005020     05  ARC-ENTRY-NO                PIC 9(6).
005030     05  ARC-LEG-NO                  PIC 9(4).
005040     05  ARC-LEG-CT                  PIC 9(4).
005050     05  ARC-FEE-OF                  PIC 9(6).
005060     05  ARC-FX-CCY                  PIC X(03).
005100     05  FILLER                      PIC X(02).
