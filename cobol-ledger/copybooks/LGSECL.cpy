000100*****************************************************************
000200*    COPYBOOK    : LGSECL
000300*    DESCRIPTION : SECURITY LOG RECORD LAYOUT.  ONE RECORD PER
000310*                  COMMAND ATTEMPT, ALLOWED OR REFUSED, APPENDED
000320*                  TO THE SEQUENTIAL SECURITY LOG (DDNAME
000330*                  LGSECL) BEFORE THE COMMAND RUNS, AND ONE MORE
000340*                  WHEN AN ALLOWED COMMAND ENDS.  SEC-DATE AND
000700*                  SEC-TIME ARE THE MACHINE CLOCK, SEC-BUS-DATE
000800*                  THE LEDGER BUSINESS DATE.  SEC-ARGS HOLDS THE
000900*                  ARGUMENTS AS ENTERED, BLANK-SEPARATED.
000910*                  SEC-OUTCOME: ALLOWED (SEC-RC ZERO), REFUSED
000920*                  (SEC-REASON SAYS WHY) OR ENDED (SEC-RC IS THE
000930*                  COMMAND'S RETURN CODE).  AN ALLOWED RECORD
000940*                  WITH NO ENDED AFTER IT IS A COMMAND THAT
000950*                  NEVER FINISHED.
001200*                  SEC-REASON ALSO FLAGS AN ALLOWED COMMAND RUN
001300*                  BEFORE ANY OPERATOR WAS ENROLLED.
001400*    MODIFICATION HISTORY
001500*    2026-10-08  JJM  INITIAL VERSION.
001510*    2026-10-15  JJM  ALLOWED IS NOW WRITTEN BEFORE THE COMMAND
001520*                     RUNS; ADDED THE ENDED RECORD.
001600*****************************************************************
001700 01  SEC-RECORD.
001800     05  SEC-DATE                    PIC 9(8).
001900     05  SEC-TIME                    PIC 9(8).
002000     05  SEC-BUS-DATE                PIC 9(8).
002100     05  SEC-OPERATOR                PIC X(08).
002200     05  SEC-COMMAND                 PIC X(14).
002300     05  SEC-ARGS                    PIC X(160).
002400     05  SEC-OUTCOME                 PIC X(08).
002500     05  SEC-REASON                  PIC X(24).
002600     05  SEC-RC                      PIC 9(4).
002700     05  FILLER                      PIC X(10).
