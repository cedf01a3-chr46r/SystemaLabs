000100*****************************************************************
000200*    COPYBOOK    : LGRUNL
000300*    DESCRIPTION : NIGHTLY RUN LOG RECORD LAYOUT.  ONE RECORD
000400*                  PER BUSINESS DATE PER JOB (RUN-JOB-NAME IS
000500*                  THE COMMAND: LOAD_RATES, APPLY_BATCH,
000600*                  RELEASE_DUE, RECONCILE, EXTRACT, EOD_REPORT,
000700*                  AND CLOSE_DAY ITSELF - A RESTART_BATCH IS
000800*                  LOGGED AS APPLY_BATCH, WHOSE RUN IT FINISHES).
000900*                  KEYED ON RUN-KEY IN THE RUN LOG INDEXED FILE
001000*                  (DDNAME LGRUNL).  A RERUN OVERWRITES THE
001100*                  DATE'S RECORD AND BUMPS RUN-ATTEMPTS, SO THE
001200*                  RECORD ALWAYS DESCRIBES THE LATEST ATTEMPT.
001300*                  RUN-STATUS: S = STARTED (STILL RUNNING, OR
001400*                  KILLED BEFORE IT ENDED), C = COMPLETED
001500*                  CLEAN, F = COMPLETED WITH A FAILING RETURN
001600*                  CODE.  RUN-COUNT-1/RUN-COUNT-2 ARE THE JOB'S
001700*                  OWN PAIR OF COUNTS (APPLIED/REJECTED, LOADED/
001800*                  REJECTED, ACCOUNTS/MISMATCHES, LINES/ZERO).
001900*                  THE START AND END STAMPS ARE MACHINE DATE
002000*                  AND TIME, NOT THE BUSINESS DATE.
002010*                  CLEAR_IN IS LOGGED TOO (POSTED/RETURNED PLUS
002020*                  QUEUED), BUT IS NOT A CLOSE_DAY STEP.
002030*                  SO IS POST_ENTRY (ENTRIES POSTED/REJECTED),
002040*                  LIKEWISE NOT A CLOSE_DAY STEP.
002050*                  AML_SCAN IS LOGGED (ACCOUNTS SCANNED/ALERTS
002060*                  RAISED), AND IS NOT A CLOSE_DAY STEP EITHER.
002070*                  FX_REVAL (ACCOUNTS REVALUED/CURRENCIES
002080*                  POSTED) AND FX_REVERSE (CURRENCIES REVERSED)
002090*                  ARE LOGGED, AND ARE NOT CLOSE_DAY STEPS.
002092*                  CLOSE_DAY'S RUN-COUNT-1 IS THE ACCOUNTS
002094*                  WRITTEN TO THE DAILY BALANCE HISTORY (LGBALH).
002096*                  SWEEP IS LOGGED (SWEEPS POSTED/REJECTED), AND
002098*                  IS NOT A CLOSE_DAY STEP.
002108*                  VERIFY (FINDINGS/KINDS OF FINDING) AND
002118*                  REBUILD_IDX (INDEX RECORDS WRITTEN/DUPLICATES
002128*                  SKIPPED) ARE LOGGED, AND ARE NOT CLOSE_DAY
002138*                  STEPS.
002148*    MODIFICATION HISTORY
002200*    2026-10-06  JJM  INITIAL VERSION.
002210*    2026-10-12  JJM  CLEAR_IN ADDED TO THE JOBS LOGGED.
002220*    2026-10-13  JJM  POST_ENTRY ADDED TO THE JOBS LOGGED.
002230*    2026-10-15  JJM  AML_SCAN ADDED TO THE JOBS LOGGED.
002240*    2026-10-15  JJM  FX_REVAL AND FX_REVERSE ADDED TO THE JOBS
002250*                     LOGGED.
002260*    2026-10-15  JJM  CLOSE_DAY'S RUN-COUNT-1 NOW CARRIES THE
002270*                     BALANCE HISTORY ACCOUNTS WRITTEN.
002280*    2026-10-15  JJM  SWEEP ADDED TO THE JOBS LOGGED.
002285*    2026-10-15  JJM  VERIFY AND REBUILD_IDX ADDED TO THE JOBS
002290*                     LOGGED.
002300*****************************************************************
002400 01  RUN-RECORD.
002500     05  RUN-KEY.
002600         10  RUN-BUS-DATE            PIC 9(8).
002700         10  RUN-JOB-NAME            PIC X(14).
002800     05  RUN-START-STAMP.
002900         10  RUN-START-DATE          PIC 9(8).
003000         10  RUN-START-TIME          PIC 9(8).
003100     05  RUN-END-STAMP.
003200         10  RUN-END-DATE            PIC 9(8).
003300         10  RUN-END-TIME            PIC 9(8).
003400     05  RUN-COUNT-1                 PIC 9(6).
003500     05  RUN-COUNT-2                 PIC 9(6).
003600     05  RUN-RC                      PIC 9(4).
003700     05  RUN-STATUS                  PIC X(01).
003800         88  RUN-ST-STARTED      VALUE "S".
003900         88  RUN-ST-CLEAN        VALUE "C".
004000         88  RUN-ST-FAILED       VALUE "F".
004100     05  RUN-ATTEMPTS                PIC 9(3).
004200     05  RUN-ARGS                    PIC X(20).
004300     05  FILLER                      PIC X(10).
