001100*                   FUNCTION PLUS UP TO SIX ARGUMENTS).
001200*    FUNCTIONS    : INIT        - CREATE/RESET THE LEDGER FILES.
001300*                   GET_BAL     - DISPLAY ONE ACCOUNT'S BALANCE.
001310*                                 (ARG2 = AN EARLIER DATE READS IT
001320*                                 FROM THE DAILY BALANCE HISTORY.)
001400*                   APPLY_TX    - APPLY ONE TRANSFER.
001500*                   APPLY_BATCH - APPLY A FILE OF TRANSFERS
001600*                                 (ARG1 = FAST FOR THE HIGH-
008700*                   EOD_REPORT  - ONE-PAGE DAILY OPERATIONS
008800*                   SUMMARY OF A BUSINESS DATE'S JOURNAL AND
008900*                   HOLD ACTIVITY, WITH EXCEPTION FLAGS.
008902*                   CLOSE_DAY   - OPERATOR DAY-CLOSE: ADVANCE THE
008904*                   LEDGER BUSINESS DATE TO THE NEXT BUSINESS DAY,
008906*                   REFUSED UNTIL THE NIGHTLY RUNS ARE LOGGED
008908*                   CLEAN ON LGRUNL FOR THE DATE BEING CLOSED.
008910*                   ADD_OPER / REVOKE_OPER / GRANT_CMD /
008912*                   REVOKE_CMD / LIST_OPER - MAINTAIN THE OPERATOR
008914*                   MASTER (LGOPER): EACH OPERATOR'S ROLE AND
008916*                   STATUS AND THE COMMANDS EACH ROLE MAY RUN.
008918*                   EVERY COMMAND IS CHECKED AGAINST IT FOR THE
008920*                   SIGNED-ON OPERATOR (ENVIRONMENT LGOPERID) AND
008922*                   EVERY ATTEMPT IS WRITTEN TO LGSECL.
008924*                   CLEAR_IN    - POST THE CLEARING HOUSE'S
008926*                   INBOUND FILE (LGCLRIN) FROM THE SETTLEMENT
008928*                   ACCOUNT IN ARG1 (ARG2 = RESTART RESUMES AN
008930*                   INTERRUPTED FILE), WRITING ITEMS FOR UNKNOWN,
008932*                   FROZEN OR CLOSED ACCOUNTS TO THE RETURNS FILE
008934*                   (LGCLRRT).
008936*                   POST_ENTRY  - POST THE COMPOUND JOURNAL
008938*                   ENTRIES ON LGENTRY: EACH A HEADER AND ANY
008940*                   NUMBER OF DEBIT AND CREDIT LEGS THAT MUST
008942*                   BALANCE IN THE ENTRY CURRENCY AND POST
008944*                   ALL-OR-NOTHING UNDER ONE ENTRY NUMBER.
008946*                   SET_FEE / DEL_FEE / LIST_FEES - MAINTAIN THE
008948*                   TRANSACTION FEE SCHEDULE (LGFEES): A FLAT
008950*                   AND/OR PERCENTAGE CHARGE PER JOURNAL SOURCE,
008952*                   CURRENCY AND AMOUNT BAND, TAKEN FROM THE
008954*                   PAYING ACCOUNT INTO A FEE INCOME ACCOUNT AS A
008956*                   LINKED JOURNAL ENTRY WHEN A TRANSFER POSTS.
008958*                   AML_SCAN - NIGHTLY TRANSACTION MONITORING OF
008960*                   THE DAY'S POSTINGS, RAISING AN ALERT CASE ON
008962*                   LGALRT FOR EVERY RULE AN ACCOUNT TRIPS.
008964*                   SET_AML_RULE - SET A MONITORING RULE'S
008966*                   PARAMETERS OR SWITCH IT ON OR OFF.
008968*                   LIST_ALERTS / ASSIGN_ALERT / ESCALATE_ALERT /
008970*                   CLOSE_ALERT - WORK THE ALERT CASES.
008972*                   AML_REPORT - MONTHLY ALERT VOLUMES AND
008974*                   OUTCOMES BY RULE.
008975*                   SET_FX_REVAL - NAME THE BASE CURRENCY AND
008976*                   THE FX GAIN, FX LOSS AND REVALUATION
008977*                   RESERVE ACCOUNTS.
008978*                   FX_REVAL - MONTH-END REVALUATION OF
008979*                   FOREIGN-CURRENCY BALANCES AT THE MONTH-END
008980*                   RATE, POSTING EACH CURRENCY'S CHANGE TO FX
008981*                   GAIN OR FX LOSS.
008982*                   FX_REVERSE - TAKE A MONTH'S REVALUATION
008983*                   BACK OUT ON THE FIRST BUSINESS DAY OF THE
008984*                   NEXT MONTH.
008985*                   FX_REPORT - A MONTH'S REVALUATION BY
008986*                   CURRENCY AND ACCOUNT, WITH THE LEDGER'S
008987*                   WHOLE POSITION IN THE BASE CURRENCY.
008989*                   BAL_REPORT - A MONTH'S AVERAGE DAILY, MINIMUM
008991*                   AND MAXIMUM BALANCE AND DAYS OVERDRAWN PER
008993*                   ACCOUNT FROM THE DAILY BALANCE HISTORY
008995*                   (LGBALH), SUBTOTALLED BY CURRENCY.
009005*                   SET_SWEEP / DEL_SWEEP / LIST_SWEEPS - MAINTAIN
009015*                   THE CASH SWEEP RELATIONSHIPS (LGSWEEP): EACH
009025*                   SUB-ACCOUNT'S MASTER ACCOUNT AND RULE (SWEEP
009035*                   ALL, SWEEP ABOVE A TARGET, OR TOP UP TO A
009045*                   MINIMUM).
009055*                   SWEEP - NIGHTLY RUN: POST EVERY SUB-ACCOUNT'S
009065*                   SWEEP, THE LOWEST LEVEL OF EACH STRUCTURE
009075*                   FIRST, THROUGH THE NORMAL POSTING LOGIC.
009076*                   VERIFY - CROSS-CHECK THE LEDGER FILES: EVERY
009077*                   POSTING AGAINST ITS INDEX RECORDS AND EVERY
009078*                   INDEX RECORD AGAINST ITS POSTING, AND THE
009079*                   ACTIVE HOLDS, STANDING ORDERS, PENDING
009080*                   TRANSFERS, SWEEPS AND OPEN EXCEPTIONS AGAINST
009081*                   THE ACCOUNT MASTER AND JOURNAL.  EACH KIND OF
009082*                   FINDING HAS ITS OWN RETURN CODE.
009083*                   REBUILD_IDX - RECREATE THE POSTING INDEX
009084*                   (LGJIDX) FROM THE ARCHIVE AND LIVE JOURNAL.
009085*    MODIFICATION HISTORY
009100*    2018-11-02  RSM  INITIAL VERSION - IN-MEMORY ACCOUNTS TABLE.
009200*    2026-08-08  JJM  REPLACED THE WORKING-STORAGE ACCOUNTS TABLE
009300*                     WITH AN INDEXED ACCOUNT MASTER (ACCTMSTR)
044500*                     THE EOD REPORT WARNS WHEN ITS STATUS OR
044600*                     CURRENCY TABLES OVERFLOW.
044700*    2026-09-03  JJM  SOURCE RENUMBERED.
044702*    2026-10-06  JJM  ADDED THE LEDGER BUSINESS DATE ("D" ON
044704*                     LGCTL), LOADED INTO WS-CURRENT-DATE AT
044706*                     START-UP SO EVERY POSTING OF A RUN CARRIES
044708*                     THE SAME DATE WHATEVER THE CLOCK SAYS, AND
044710*                     CLOSE_DAY TO ADVANCE IT TO THE NEXT LGCAL
044712*                     BUSINESS DAY.  ADDED THE NIGHTLY RUN LOG
044714*                     (LGRUNL), WRITTEN AROUND EVERY NIGHTLY JOB.
044716*                     CLOSE_DAY REFUSES (CODE 37) UNTIL
044718*                     LOAD_RATES, APPLY_BATCH, RELEASE_DUE,
044720*                     RECONCILE, AND EXTRACT ARE LOGGED CLEAN, IN
044722*                     ORDER, FOR THE DATE; EXTRACT AND EOD_REPORT
044724*                     REFUSE THE OPEN DATE (CODE 37) UNTIL
044726*                     RECONCILE HAS PASSED SINCE ITS LAST POSTING
044728*                     RUN.
044730*    2026-10-08  JJM  ADDED THE OPERATOR MASTER (LGOPER) AND THE
044732*                     SECURITY LOG (LGSECL).  2000 NOW REFUSES
044734*                     (CODE 31) ANY COMMAND THE SIGNED-ON
044736*                     OPERATOR'S ROLE IS NOT GRANTED, OR RUN BY AN
044738*                     UNKNOWN OR REVOKED OPERATOR, AND AN OPERATOR
044740*                     ARGUMENT (FREEZE_ACCT, APPROVE_TX, AND THE
044742*                     REST) MUST NAME THE SIGNED-ON OPERATOR - A
044744*                     BLANK ONE IS FILLED IN WITH IT.  APPROVE_TX
044746*                     ALSO REQUIRES THE REQUESTER TO BE A REAL,
044748*                     ACTIVE OPERATOR.  EVERY ATTEMPT, ALLOWED OR
044750*                     REFUSED, IS LOGGED.  OPERATOR MAINTENANCE
044752*                     ERRORS ARE CODE 38.  UNTIL THE FIRST
044754*                     OPERATOR IS ENROLLED NOTHING IS REFUSED, SO
044756*                     THE FIRST ROLE AND OPERATOR CAN BE SET UP.
044758*    2026-10-12  JJM  ADDED CLEAR_IN FOR THE CLEARING HOUSE'S
044760*                     INBOUND FILE (LGCLRIN).  A FILE IS POSTED
044762*                     ONLY WHEN ITS STRUCTURE AND BATCH AND FILE
044764*                     CONTROL TOTALS PROVE, AND ONLY ONCE (THE "K"
044766*                     CONTROL RECORD) - OTHERWISE CODE 39.  EACH
044768*                     ITEM POSTS THROUGH 5000 FROM THE SETTLEMENT
044770*                     ACCOUNT IN ARG1, WITH THE CLEARING REFERENCE
044772*                     JOURNALLED IN JRN-CLR-REF (JRN-SOURCE C).
044774*                     ITEMS FOR AN UNKNOWN, FROZEN OR CLOSED
044776*                     ACCOUNT GO TO THE RETURNS FILE (LGCLRRT)
044778*                     WITH A STANDARD RETURN REASON INSTEAD OF
044780*                     LGEXCP; OTHER REJECTS ARE QUEUED AS BEFORE.
044782*    2026-10-13  JJM  ADDED POST_ENTRY FOR COMPOUND JOURNAL
044784*                     ENTRIES (LGENTRY): A HEADER AND ANY NUMBER
044786*                     OF LEGS, PROVED WHOLE AND BALANCED IN THE
044788*                     ENTRY CURRENCY BEFORE ANY LEG POSTS.
044790*                     NUMBERED FROM THE "M" CONTROL RECORD AND
044792*                     JOURNALLED AS ONE HEADER PLUS ONE-SIDED LEG
044794*                     RECORDS (JRN-SOURCE M).  REVERSE_TX OF ANY
044796*                     RECORD OF AN ENTRY REVERSES THE WHOLE ENTRY
044798*                     (CODE 40 IF IT IS ARCHIVED); RECONCILE
044800*                     PROVES EACH ENTRY COMPLETE AND BALANCED;
044802*                     STATEMENT, EXTRACT AND EOD_REPORT SHOW IT
044804*                     AS ONE TRANSACTION.
044806*    2026-10-14  JJM  ADDED THE TRANSACTION FEE SCHEDULE (LGFEES)
044808*                     AND SET_FEE / DEL_FEE / LIST_FEES (CODE 41
044810*                     FOR A BAD SCHEDULE ENTRY).  A TRANSFER WHOSE
044812*                     SOURCE, CURRENCY AND AMOUNT FALL IN A BAND
044814*                     IS CHARGED ITS FEE FROM THE PAYING ACCOUNT
044816*                     AS A SECOND JOURNAL RECORD (JRN-SOURCE F,
044818*                     JRN-FEE-OF = THE TRANSFER); THE FUNDS CHECK
044820*                     COVERS BOTH.  REVERSE_TX REFUNDS THE FEE
044822*                     WITH THE TRANSFER.
044824*                     STATEMENT TAGS FEE LINES AND EOD_REPORT
044826*                     SUMMARIZES FEES BY CURRENCY.  CAPTURE_HOLD
044828*                     POSTINGS ARE NOW JOURNALLED AS SOURCE H.
044838*    2026-10-15  JJM  ADDED AML TRANSACTION MONITORING: AML_SCAN
044848*                     TESTS EACH ACCOUNT'S POSTINGS FOR THE DAY
044858*                     AGAINST THE STRC, PASS AND RNDC RULES
044868*                     (PARAMETERS ON LGCTL "R", SET_AML_RULE) AND
044878*                     WRITES ALERT CASES TO LGALRT; THE LGCTL "U"
044888*                     RECORD STOPS A DATE BEING SCANNED TWICE.
044898*                     LIST_ALERTS, ASSIGN_ALERT, ESCALATE_ALERT,
044908*                     CLOSE_ALERT AND AML_REPORT ADDED.  CODE 42
044918*                     FOR A REFUSED SCAN OR AN ALERT OR RULE
044928*                     MAINTENANCE ERROR.
044930*    2026-10-15  JJM  SOURCE FROM 719500 ON RESEQUENCED BY 10.
044932*    2026-10-15  JJM  ADDED MONTH-END FX REVALUATION: FX_REVAL
044934*                     VALUES EVERY FOREIGN-CURRENCY BALANCE AT THE
044936*                     MONTH-END LGRATE RATE AND POSTS EACH
044938*                     CURRENCY'S CHANGE SINCE ITS LAST REVALUATION
044940*                     BETWEEN THE RESERVE AND THE FX GAIN OR LOSS
044942*                     ACCOUNT (JRN-SOURCE X, JRN-FX-CCY THE
044944*                     CURRENCY); FX_REVERSE TAKES IT BACK OUT IN
044946*                     THE NEW MONTH.  THE VALUATION IS KEPT ON
044948*                     LGREVAL, WHOSE MONTH RECORD STOPS A MONTH
044950*                     BEING POSTED TWICE.  SET_FX_REVAL AND
044952*                     FX_REPORT ADDED, AND REVERSE_TX REFUSES A
044954*                     SOURCE X POSTING.  CODE 43 FOR A REFUSED
044956*                     REVALUATION OR REVERSAL.
044958*    2026-10-15  JJM  ADDED THE DAILY BALANCE HISTORY (LGBALH):
044960*                     CLOSE_DAY WRITES EVERY ACCOUNT'S CLOSING
044962*                     LEDGER AND AVAILABLE BALANCE AND STATUS FOR
044964*                     THE DATE IT CLOSES, AND REFUSES THE CLOSE IF
044966*                     IT CANNOT.  GET_BAL TAKES AN AS-OF DATE IN
044968*                     ARG2, AND BAL_REPORT GIVES A MONTH'S AVERAGE
044970*                     DAILY, MINIMUM AND MAXIMUM BALANCES AND DAYS
044972*                     OVERDRAWN.  CODE 44 FOR A HISTORY INQUIRY OR
044974*                     REPORT THAT CANNOT BE ANSWERED.
044976*    2026-10-15  JJM  ADDED CASH SWEEPS: SET_SWEEP / DEL_SWEEP /
044978*                     LIST_SWEEPS MAINTAIN THE SUB-ACCOUNT TO
044980*                     MASTER RELATIONSHIPS ON LGSWEEP, AND THE
044982*                     NIGHTLY SWEEP RUN POSTS EACH ONE THROUGH
044984*                     APPLY-TRANSACTION (JRN-SOURCE W), CHILDREN
044986*                     BEFORE PARENTS, QUEUING REJECTS ON LGEXCP.
044988*                     SWEEPS ARE NOT PRICED AND ARE LEFT OUT OF
044990*                     THE AML SCAN.  CODE 45 FOR A REFUSED SWEEP
044992*                     RELATIONSHIP.
044997*    2026-10-15  JJM  ADDED VERIFY, A CROSS-FILE INTEGRITY CHECK:
045002*                     POSTINGS AGAINST LGJIDX BOTH WAYS, ACTIVE
045007*                     HOLDS, ORDERS, PENDING TRANSFERS AND SWEEPS
045012*                     AGAINST THE ACCOUNT MASTER, AND OPEN
045017*                     EXCEPTIONS AGAINST THE LIVE JOURNAL.
045022*                     CODES 46 TO 53, ONE PER KIND OF FINDING -
045027*                     THE RUN ENDS ON THE LOWEST FOUND.  ADDED
045032*                     REBUILD_IDX, WHICH RECREATES LGJIDX FROM
045037*                     LGJARCH AND THE LIVE JOURNAL.  BOTH ARE
045042*                     LOGGED ON LGRUNL.
045043*    2026-10-15  JJM  RECONCILE MUST NOW ALSO FOLLOW CLEAR_IN,
045044*                     POST_ENTRY, SWEEP, FX_REVAL AND FX_REVERSE
045045*                     BEFORE EXTRACT, EOD_REPORT OR CLOSE_DAY MAY
045046*                     RUN.  THE FIRST SET_FEE NOW CREATES LGFEES
045047*                     AND REOPENS IT I-O.  ALERT NUMBER AND SWEEP
045048*                     REMOVAL UPDATES ARE STATUS-CHECKED.
045049*    2026-10-15  JJM  A FEE IS REFUNDED ONCE ONLY: REVERSE_TX OF A
045050*                     TRANSFER SKIPS A FEE ALREADY REFUNDED; ONE
045051*                     OF THE FEE RECORD ITSELF IS REFUSED (41).
045052*                     THE ARCHIVED FEE SEARCH NOW FOLLOWS THE
045053*                     SEQUENCE PAST 999999.
045058*    2026-10-15  JJM  ADD_OPER MARKS THE LEDGER ENROLLED ("N" ON
045063*                     LGCTL); A MISSING LGOPER ON AN ENROLLED
045068*                     LEDGER NOW REFUSES EVERY COMMAND (CODE 8).
045073*                     THE SECURITY LOG RECORD IS WRITTEN BEFORE
045078*                     DISPATCH, WITH AN "ENDED" RECORD AFTER.
045083*****************************************************************
045088
045093 ENVIRONMENT DIVISION.
045100 INPUT-OUTPUT SECTION.
045200 FILE-CONTROL.
045300     SELECT ACCOUNT-MASTER-FILE
054800         ACCESS MODE IS DYNAMIC
054900         RECORD KEY IS PND-ID
055000         FILE STATUS IS WS-PEND-STATUS.
055005
055010     SELECT RUN-LOG-FILE
055020         ASSIGN TO "LGRUNL"
055030         ORGANIZATION IS INDEXED
055040         ACCESS MODE IS DYNAMIC
055050         RECORD KEY IS RUN-KEY
055060         FILE STATUS IS WS-RUNL-STATUS.
055061
055062     SELECT OPERATOR-FILE
055064         ASSIGN TO "LGOPER"
055066         ORGANIZATION IS INDEXED
055068         ACCESS MODE IS DYNAMIC
055070         RECORD KEY IS OPR-KEY
055072         FILE STATUS IS WS-OPER-STATUS.
055074
055076     SELECT SECURITY-LOG-FILE
055078         ASSIGN TO "LGSECL"
055080         ORGANIZATION IS SEQUENTIAL
055082         FILE STATUS IS WS-SECL-STATUS.
055083
055084     SELECT CLEARING-IN-FILE
055085         ASSIGN TO "LGCLRIN"
055086         ORGANIZATION IS SEQUENTIAL
055087         FILE STATUS IS WS-CLRI-STATUS.
055088
055089     SELECT CLEARING-RETURN-FILE
055090         ASSIGN TO "LGCLRRT"
055091         ORGANIZATION IS SEQUENTIAL
055092         FILE STATUS IS WS-CLRO-STATUS.
055093
055094     SELECT ENTRY-FILE
055095         ASSIGN TO "LGENTRY"
055096         ORGANIZATION IS SEQUENTIAL
055097         FILE STATUS IS WS-ENTF-STATUS.
055100
055110     SELECT FEE-SCHEDULE-FILE
055120         ASSIGN TO "LGFEES"
055130         ORGANIZATION IS INDEXED
055140         ACCESS MODE IS DYNAMIC
055150         RECORD KEY IS FEE-KEY
055160         FILE STATUS IS WS-FEE-STATUS.
055162
055164     SELECT ALERT-FILE
055166         ASSIGN TO "LGALRT"
055168         ORGANIZATION IS INDEXED
055170         ACCESS MODE IS DYNAMIC
055172         RECORD KEY IS ALR-ID
055174         FILE STATUS IS WS-ALRT-STATUS.
055176
055178     SELECT REVAL-FILE
055180         ASSIGN TO "LGREVAL"
055182         ORGANIZATION IS INDEXED
055184         ACCESS MODE IS DYNAMIC
055186         RECORD KEY IS REV-KEY
055188         FILE STATUS IS WS-REVL-STATUS.
055189
055190     SELECT BALHIST-FILE
055191         ASSIGN TO "LGBALH"
055192         ORGANIZATION IS INDEXED
055193         ACCESS MODE IS DYNAMIC
055194         RECORD KEY IS BAL-KEY
055195         FILE STATUS IS WS-BALH-STATUS.
055205
055215     SELECT SWEEP-FILE
055225         ASSIGN TO "LGSWEEP"
055235         ORGANIZATION IS INDEXED
055245         ACCESS MODE IS DYNAMIC
055255         RECORD KEY IS SWP-SUB-ACCT
055265         FILE STATUS IS WS-SWP-STATUS.
055275
055285 DATA DIVISION.
055300 FILE SECTION.
055400 FD  ACCOUNT-MASTER-FILE
055500     LABEL RECORDS ARE STANDARD.
061000 FD  PENDING-FILE
061100     LABEL RECORDS ARE STANDARD.
061200     COPY "LGPEND.cpy".
061205
061210 FD  RUN-LOG-FILE
061220     LABEL RECORDS ARE STANDARD.
061230     COPY "LGRUNL.cpy".
061232
061235 FD  OPERATOR-FILE
061240     LABEL RECORDS ARE STANDARD.
061245     COPY "LGOPER.cpy".
061250
061255 FD  SECURITY-LOG-FILE
061260     LABEL RECORDS ARE STANDARD.
061265     COPY "LGSECL.cpy".
061267
061269 FD  CLEARING-IN-FILE
061271     LABEL RECORDS ARE STANDARD.
061273     COPY "LGCLRI.cpy".
061275
061277 FD  CLEARING-RETURN-FILE
061279     LABEL RECORDS ARE STANDARD.
061281     COPY "LGCLRO.cpy".
061283
061285 FD  ENTRY-FILE
061287     LABEL RECORDS ARE STANDARD.
061289     COPY "LGENTR.cpy".
061300
061310 FD  FEE-SCHEDULE-FILE
061320     LABEL RECORDS ARE STANDARD.
061330     COPY "LGFEE.cpy".
061340
061350 FD  ALERT-FILE
061360     LABEL RECORDS ARE STANDARD.
061370     COPY "LGALRT.cpy".
061372
061374 FD  REVAL-FILE
061376     LABEL RECORDS ARE STANDARD.
061378     COPY "LGREVL.cpy".
061380
061382 FD  BALHIST-FILE
061384     LABEL RECORDS ARE STANDARD.
061386     COPY "LGBALH.cpy".
061388
061390 FD  SWEEP-FILE
061392     LABEL RECORDS ARE STANDARD.
061394     COPY "LGSWEP.cpy".
061396
061400 WORKING-STORAGE SECTION.
061500*****************************************************************
061600*    COMMAND-LINE ARGUMENTS
064300     05  WS-CAL-STATUS           PIC X(02).
064400     05  WS-LIM-STATUS           PIC X(02).
064500     05  WS-PEND-STATUS          PIC X(02).
064510     05  WS-RUNL-STATUS          PIC X(02).
064520     05  WS-OPER-STATUS          PIC X(02).
064530     05  WS-SECL-STATUS          PIC X(02).
064540     05  WS-CLRI-STATUS          PIC X(02).
064550     05  WS-CLRO-STATUS          PIC X(02).
064560     05  WS-ENTF-STATUS          PIC X(02).
064570     05  WS-FEE-STATUS           PIC X(02).
064580     05  WS-ALRT-STATUS          PIC X(02).
064590     05  WS-REVL-STATUS          PIC X(02).
064595     05  WS-BALH-STATUS          PIC X(02).
064597     05  WS-SWP-STATUS           PIC X(02).
064600
064700*****************************************************************
064800*    WORKING COPIES OF THE TWO ACCOUNTS INVOLVED IN A TRANSFER
074800 01  WS-APPR-THRESHOLD           PIC S9(10)V99  COMP-3.
074900 01  WS-PEND-AMOUNT-EDIT         PIC 9(10).99.
075000 01  WS-PEND-APPROVER            PIC X(08)      VALUE SPACES.
075002*****************************************************************
075004*    OPERATOR AUTHORIZATION WORK AREAS - THE SIGNED-ON OPERATOR
075006*    COMES FROM THE LGOPERID ENVIRONMENT VARIABLE SET BY THE
075008*    SESSION OR THE JOB.  WS-OPR-CONTROLLED IS SET ONCE LGOPER
075009*    HOLDS AN OPERATOR; BEFORE THAT NOTHING IS REFUSED.  THE "N"
075010*    CONTROL RECORD (WS-OPR-ENROLLED) SAYS ONE EVER WAS, SO A
075011*    MISSING LGOPER CANNOT REOPEN THE LEDGER.
075012*    WS-SEC-ARGS IS TAKEN BEFORE DISPATCH - SEVERAL COMMANDS
075014*    REUSE ARG1-ARG3 FOR THEIR POSTINGS.
075016*****************************************************************
075018 01  WS-SIGNON-OPER              PIC X(08)      VALUE SPACES.
075020 01  WS-SIGNON-ROLE              PIC X(08)      VALUE SPACES.
075022 01  WS-OPR-CONTROL-SW           PIC X(01)      VALUE "N".
075024     88  WS-OPR-CONTROLLED                      VALUE "Y".
075026     88  WS-OPR-UNCONTROLLED                    VALUE "N".
075028 01  WS-CMD-REFUSED-SW           PIC X(01)      VALUE "N".
075030     88  WS-CMD-REFUSED                         VALUE "Y".
075031 01  WS-OPR-ENROLLED-SW          PIC X(01)      VALUE "N".
075032     88  WS-OPR-ENROLLED                        VALUE "Y".
075033 01  WS-SEC-ENDED-SW             PIC X(01)      VALUE "N".
075034     88  WS-SEC-ENDED                           VALUE "Y".
075035 01  WS-SEC-REASON               PIC X(24)      VALUE SPACES.
075036 01  WS-SEC-ARGS                 PIC X(160)     VALUE SPACES.
075037 01  WS-SEC-PTR                  PIC 9(3)  COMP VALUE 1.
075038 01  WS-NAMED-OPER               PIC X(50).
075040 01  WS-OPER-ARGNO               PIC 9(1)       VALUE ZERO.
075042 01  WS-CHK-OPER                 PIC X(08).
075044 01  WS-CHK-ACTIVE-SW            PIC X(01)      VALUE "N".
075046     88  WS-CHK-ACTIVE                          VALUE "Y".
075048 01  WS-OPR-LISTED-CT            PIC 9(6)  COMP VALUE ZERO.
075100
075200*****************************************************************
075300*    RATE LOAD VALIDATION WORK AREAS - THE LOAD REJECTS A RATE
087200 01  WS-EOD-HEXPIRED-CT          PIC 9(6)  COMP VALUE ZERO.
087300 01  WS-EOD-HCAPTURED-CT         PIC 9(6)  COMP VALUE ZERO.
087400 01  WS-EOD-FLAG-CT              PIC 9(4)  COMP VALUE ZERO.
087410 01  WS-EOD-ENT-CT               PIC 9(6)  COMP VALUE ZERO.
087420 01  WS-EOD-ENT-LEG-CT           PIC 9(6)  COMP VALUE ZERO.
087430 01  WS-EOD-ENT-OPEN-CT          PIC 9(6)  COMP VALUE ZERO.
087435 01  WS-EOD-FEE-TABLE.
087440     05  WS-EOD-FEE-ENTRY OCCURS 10 TIMES.
087445         10  WS-EOD-FEE-CCY      PIC X(03).
087450         10  WS-EOD-FEE-CHG-CT   PIC 9(6)  COMP.
087455         10  WS-EOD-FEE-CHG-AMT  PIC S9(12)V99 COMP-3.
087460         10  WS-EOD-FEE-REF-CT   PIC 9(6)  COMP.
087465         10  WS-EOD-FEE-REF-AMT  PIC S9(12)V99 COMP-3.
087470 01  WS-EOD-FEE-COUNT            PIC 9(2)  COMP VALUE ZERO.
087475 01  WS-EOD-FEE-IDX              PIC 9(2)  COMP.
087480 01  WS-EOD-FEE-MAX              PIC 9(2)  COMP VALUE 10.
087485 01  WS-EOD-FEE-FAIL-CT          PIC 9(6)  COMP VALUE ZERO.
087490 01  WS-EOD-REF-AMT-EDIT         PIC 9(12).99.
087500 01  WS-EOD-AMT-EDIT             PIC 9(12).99.
087600 01  WS-EOD-RV-TABLE.
087700     05  WS-EOD-RV-SEQ OCCURS 50 TIMES PIC 9(6).
088100 01  WS-EOD-SEEN-SW              PIC X(01)      VALUE "N".
088200     88  WS-EOD-SEEN-DATE                       VALUE "Y".
088300
088301*****************************************************************
088302*    TRANSACTION FEE WORK AREAS - THE FEE SCHEDULE (LGFEES) IS
088303*    TABLED ONCE PER RUN, ON THE FIRST TRANSFER THAT COULD BE
088304*    PRICED, IN KEY ORDER - SO A TRANSFER'S BAND IS THE FIRST ROW
088305*    FOR ITS SOURCE AND CURRENCY WHOSE LIMIT COVERS THE AMOUNT.
088306*    WS-FEE-OF-SEQ IS NONZERO ONLY WHILE A FEE OR A FEE REFUND IS
088307*    BEING POSTED; 9000 JOURNALS IT AS THE TRANSFER THE FEE
088308*    BELONGS TO.
088309*****************************************************************
088310 01  WS-FEE-LOADED-SW            PIC X(01)      VALUE "N".
088311     88  WS-FEE-LOADED                          VALUE "Y".
088312 01  WS-FEE-EOF-SW               PIC X(01)      VALUE "N".
088313     88  WS-FEE-EOF                             VALUE "Y".
088314 01  WS-FEE-COUNT                PIC 9(4)  COMP VALUE ZERO.
088315 01  WS-FEE-IDX                  PIC 9(4)  COMP VALUE ZERO.
088316 01  WS-FEE-MAX                  PIC 9(4)  COMP VALUE 500.
088317 01  WS-FEE-TABLE.
088318     05  WS-FEE-ROW OCCURS 500 TIMES.
088319         10  WS-FEE-T-SOURCE     PIC X(01).
088320         10  WS-FEE-T-CURRENCY   PIC X(03).
088321         10  WS-FEE-T-LIMIT      PIC 9(10)V99.
088322         10  WS-FEE-T-FLAT       PIC 9(7)V99    COMP-3.
088323         10  WS-FEE-T-PERCENT    PIC 9(2)V9(4)  COMP-3.
088324         10  WS-FEE-T-INCOME     PIC X(32).
088325 01  WS-POST-SOURCE              PIC X(01)      VALUE SPACE.
088326 01  WS-FEE-AMOUNT               PIC S9(10)V99  COMP-3 VALUE ZERO.
088327 01  WS-FEE-AMOUNT-EDIT          PIC 9(10).99.
088328 01  WS-FEE-INCOME-ACCT          PIC X(32)      VALUE SPACES.
088329 01  WS-FEE-OF-SEQ               PIC 9(6)       VALUE ZERO.
088330 01  WS-FEE-IDX-FLAG             PIC X(01)      VALUE SPACE.
088331*    THE TRANSFER'S OWN FIELDS, SAVED WHILE ITS FEE POSTS.
088332 01  WS-FSV-ARG2                 PIC X(50).
088333 01  WS-FSV-ARG3                 PIC X(50).
088334 01  WS-FSV-TXN-AMOUNT           PIC S9(10)V99  COMP-3.
088335 01  WS-FSV-CONV-AMOUNT          PIC S9(10)V99  COMP-3.
088336 01  WS-FSV-RATE                 PIC 9(4)V9(6).
088337 01  WS-FSV-STATUS-TEXT          PIC X(20).
088338 01  WS-FSV-NEXT-SEQ             PIC 9(6).
088339 01  WS-FSV-ORDER-NO             PIC 9(6).
088340 01  WS-FSV-HOLD-ID              PIC 9(6).
088341 01  WS-FSV-PEND-ID              PIC 9(6).
088342 01  WS-FSV-RESUB-OF             PIC 9(6).
088343 01  WS-FSV-CLR-REF              PIC X(16).
088344*    FEE REFUND ON REVERSE_TX - THE FEE RECORD FOLLOWS ITS
088345*    TRANSFER WITHIN WS-FEE-WALK-MAX SEQUENCES.
088346 01  WS-FEE-ORIG-SEQ             PIC 9(6)       VALUE ZERO.
088347 01  WS-FEE-REF-SEQ              PIC 9(6)       VALUE ZERO.
088348 01  WS-FEE-REF-ACCT             PIC X(32).
088349 01  WS-FEE-REF-AMOUNT           PIC S9(10)V99  COMP-3.
088350 01  WS-FEE-WALK-SEQ             PIC 9(6)       VALUE ZERO.
088351 01  WS-FEE-WALK-CEIL            PIC 9(7)       VALUE ZERO.
088352 01  WS-FEE-WALK-CT              PIC 9(4)  COMP VALUE ZERO.
088353 01  WS-FEE-WALK-MAX             PIC 9(4)  COMP VALUE 50.
088354*    HAS A FEE RECORD (WS-FEE-REF-SEQ OF TRANSFER WS-FEE-ORIG-SEQ)
088355*    ALREADY BEEN REFUNDED?  SEE 8590.
088356 01  WS-FEE-REFUNDED-SW          PIC X(01)      VALUE "N".
088357     88  WS-FEE-REFUNDED                        VALUE "Y".
088358 01  WS-FEE-CHK-DONE-SW          PIC X(01)      VALUE "N".
088359     88  WS-FEE-CHK-DONE                        VALUE "Y".
088360 01  WS-FEE-CHK-LIVE-SW          PIC X(01)      VALUE "N".
088361     88  WS-FEE-CHK-LIVE                        VALUE "Y".
088362 01  WS-FEE-ARC-OPEN-SW          PIC X(01)      VALUE "N".
088363     88  WS-FEE-ARC-OPEN                        VALUE "Y".
088364 01  WS-FEE-CHK-SEQ              PIC 9(6)       VALUE ZERO.
088365 01  WS-FEE-CHK-DATE             PIC 9(8)       VALUE ZERO.
088366*    FEE SCHEDULE MAINTENANCE (SET_FEE / DEL_FEE / LIST_FEES).
088367 01  WS-FEE-W-SOURCE             PIC X(01).
088368     88  WS-FEE-SOURCE-OK        VALUES "O" "B" "S" "R" "P"
088369                                        "C" "H".
088370 01  WS-FEE-W-AMOUNT             PIC S9(10)V9(4) COMP-3.
088371 01  WS-FEE-W-CENTS              PIC S9(10)V99  COMP-3.
088372 01  WS-FEE-W-PCT                PIC S9(3)V9(4) COMP-3.
088373 01  WS-FEE-LIMIT-EDIT           PIC Z(9)9.99.
088374 01  WS-FEE-FLAT-EDIT            PIC Z(6)9.99.
088375 01  WS-FEE-PCT-EDIT             PIC Z9.9999.
088376 01  WS-FEE-LIST-CT              PIC 9(4)  COMP VALUE ZERO.
088377 01  WS-FEE-W-KEY.
088378     05  WS-FEE-W-KEY-SOURCE     PIC X(01).
088379     05  WS-FEE-W-KEY-CURRENCY   PIC X(03).
088380     05  WS-FEE-W-KEY-LIMIT      PIC 9(10)V99.
088381
088382*****************************************************************
088383*    AML MONITORING WORK AREAS - AML_SCAN WALKS THE ACCOUNT
088385*    MASTER AND TABLES EACH ACCOUNT'S CUSTOMER POSTINGS FOR THE
088390*    SCAN DATE FROM LGJIDX (FEES, FEE REFUNDS, SYSTEM CHARGES AND
088395*    REVERSALS ARE LEFT OUT) BEFORE TESTING THE RULES AGAINST
088400*    THEM.  EACH RULE'S PARAMETERS COME FROM ITS LGCTL "R"
088405*    RECORD, OR FROM THE DEFAULTS BELOW WHEN IT HAS NONE:
088410*      STRC - AT LEAST COUNT DEBITS EACH WITHIN PCT PERCENT UNDER
088415*             THE CURRENCY'S DUAL-AUTHORIZATION THRESHOLD.
088420*      PASS - CREDITS AND DEBITS EACH TOTALLING AT LEAST AMOUNT,
088425*             THE DEBITS AT LEAST PCT PERCENT OF THE CREDITS.
088430*      RNDC - CREDITS IN EXACT MULTIPLES OF AMOUNT FROM AT LEAST
088435*             COUNT DIFFERENT ACCOUNTS.
088440*    EACH DEFAULT ROW IS CODE, ENABLED, AMOUNT, COUNT, PCT, HITS.
088445*****************************************************************
088450 01  WS-AML-RULE-DEFAULTS.
088455     05  FILLER                  PIC X(35)      VALUE
088460         "STRCY000000000000000003000010000000".
088465     05  FILLER                  PIC X(35)      VALUE
088470         "PASSY000001000000000000000080000000".
088475     05  FILLER                  PIC X(35)      VALUE
088480         "RNDCY000000100000000003000000000000".
088485 01  WS-AML-RULE-TABLE.
088490     05  WS-AML-RULE OCCURS 3 TIMES.
088495         10  WS-AML-R-CODE       PIC X(04).
088500         10  WS-AML-R-ON         PIC X(01).
088505             88  WS-AML-R-ENABLED               VALUE "Y".
088510         10  WS-AML-R-AMOUNT     PIC 9(10)V99.
088515         10  WS-AML-R-COUNT      PIC 9(6).
088520         10  WS-AML-R-PCT        PIC 9(6).
088525         10  WS-AML-R-HITS       PIC 9(6).
088530 01  WS-AML-RULE-IDX             PIC 9(2)  COMP VALUE ZERO.
088535 01  WS-AML-RULE-MAX             PIC 9(2)  COMP VALUE 3.
088540 01  WS-AML-SCAN-DATE            PIC 9(8)       VALUE ZERO.
088545 01  WS-AML-PRIOR-LAST           PIC 9(6)       VALUE ZERO.
088550 01  WS-AML-RESCAN-SW            PIC X(01)      VALUE "N".
088555     88  WS-AML-RESCAN                          VALUE "Y".
088560 01  WS-AML-CTL-DONE-SW          PIC X(01)      VALUE "N".
088565     88  WS-AML-CTL-DONE                        VALUE "Y".
088570 01  WS-AML-IDX-DONE-SW          PIC X(01)      VALUE "N".
088575     88  WS-AML-IDX-DONE                        VALUE "Y".
088580 01  WS-AML-KEEP-SW              PIC X(01)      VALUE "Y".
088585     88  WS-AML-KEEP                            VALUE "Y".
088590 01  WS-AML-DUP-SW               PIC X(01)      VALUE "N".
088595     88  WS-AML-DUP                             VALUE "Y".
088600 01  WS-AML-FULL-SW              PIC X(01)      VALUE "N".
088605     88  WS-AML-FULL                            VALUE "Y".
088610 01  WS-AML-ACCT-CT              PIC 9(6)       VALUE ZERO.
088615 01  WS-AML-MOVE-CT              PIC 9(8)       VALUE ZERO.
088620 01  WS-AML-ALERT-CT             PIC 9(6)       VALUE ZERO.
088625 01  WS-AML-PURGE-CT             PIC 9(6)       VALUE ZERO.
088630*    THE CURRENCIES' DUAL-AUTHORIZATION THRESHOLDS (LGCTL "T").
088635 01  WS-AML-THR-COUNT            PIC 9(3)  COMP VALUE ZERO.
088640 01  WS-AML-THR-IDX              PIC 9(3)  COMP.
088645 01  WS-AML-THR-MAX              PIC 9(3)  COMP VALUE 50.
088650 01  WS-AML-THR-TABLE.
088655     05  WS-AML-THR-ROW OCCURS 50 TIMES.
088660         10  WS-AML-THR-CCY      PIC X(03).
088665         10  WS-AML-THR-AMT      PIC 9(10)V99.
088670 01  WS-AML-THRESHOLD            PIC 9(10)V99   VALUE ZERO.
088675 01  WS-AML-LOW-BAND             PIC S9(10)V99  COMP-3.
088680*    ONE ACCOUNT'S POSTINGS FOR THE SCAN DATE.
088685 01  WS-AML-MOV-COUNT            PIC 9(4)  COMP VALUE ZERO.
088690 01  WS-AML-MOV-IDX              PIC 9(4)  COMP.
088695 01  WS-AML-MOV-IDX2             PIC 9(4)  COMP.
088700 01  WS-AML-MOV-MAX              PIC 9(4)  COMP VALUE 500.
088705 01  WS-AML-MOV-TABLE.
088710     05  WS-AML-MOV OCCURS 500 TIMES.
088715         10  WS-AML-M-SEQ        PIC 9(6).
088720         10  WS-AML-M-AMOUNT     PIC S9(10)V99  COMP-3.
088725         10  WS-AML-M-OTHER      PIC X(32).
088730         10  WS-AML-M-PICK       PIC X(01).
088735             88  WS-AML-M-PICKED                VALUE "Y".
088740 01  WS-AML-ABS-AMT              PIC S9(10)V99  COMP-3.
088745 01  WS-AML-CREDIT-TOT           PIC S9(12)V99  COMP-3.
088750 01  WS-AML-DEBIT-TOT            PIC S9(12)V99  COMP-3.
088755 01  WS-AML-QUOT                 PIC S9(10)     COMP-3.
088760 01  WS-AML-REM                  PIC S9(10)V99  COMP-3.
088765 01  WS-AML-SRC-CT               PIC 9(4)  COMP VALUE ZERO.
088770 01  WS-AML-HIT-CT               PIC 9(4)  COMP VALUE ZERO.
088775 01  WS-AML-HIT-AMOUNT           PIC S9(12)V99  COMP-3.
088780 01  WS-AML-SEQ-IDX              PIC 9(2)  COMP.
088785 01  WS-AML-AMT-EDIT             PIC Z(11)9.99.
088790*    ALERT CASE MAINTENANCE AND THE MONTHLY REPORT.
088795 01  WS-ALR-W-ID                 PIC 9(6)       VALUE ZERO.
088800 01  WS-ALR-FILTER               PIC X(03)      VALUE SPACES.
088805 01  WS-ALR-LIST-CT              PIC 9(6)       VALUE ZERO.
088810 01  WS-ALR-EOF-SW               PIC X(01)      VALUE "N".
088815     88  WS-ALR-EOF                             VALUE "Y".
088820 01  WS-AML-W-AMOUNT             PIC S9(10)V9(4) COMP-3.
088825 01  WS-AML-W-CENTS              PIC S9(10)V99  COMP-3.
088830 01  WS-AML-W-NUM                PIC S9(7)V9(4) COMP-3.
088835 01  WS-AML-W-INT                PIC S9(7)      COMP-3.
088840 01  WS-AMR-MONTH                PIC 9(6)       VALUE ZERO.
088845 01  WS-AMR-ALR-MONTH            PIC 9(6)       VALUE ZERO.
088850*    ONE ROW PER RULE, IN RULE TABLE ORDER, THEN THE TOTAL.
088855 01  WS-AMR-TABLE.
088860     05  WS-AMR-ROW OCCURS 4 TIMES.
088865         10  WS-AMR-RAISED       PIC 9(6).
088870         10  WS-AMR-OPEN         PIC 9(6).
088875         10  WS-AMR-ASSIGNED     PIC 9(6).
088880         10  WS-AMR-ESCALATED    PIC 9(6).
088885         10  WS-AMR-CLEARED      PIC 9(6).
088890         10  WS-AMR-REPORTED     PIC 9(6).
088895 01  WS-AMR-IDX                  PIC 9(2)  COMP.
088900 01  WS-AMR-TOTAL-ROW            PIC 9(2)  COMP VALUE 4.
088905 01  WS-AMR-LABEL                PIC X(05).
088910
088911*****************************************************************
088912*    FX REVALUATION WORK AREAS - FX_REVAL WALKS THE ACCOUNT MASTER
088913*    VALUING EVERY FOREIGN-CURRENCY BALANCE INTO THE BASE
088914*    CURRENCY NAMED ON THE LGREVAL SETUP RECORD, TABLING EACH
088915*    CURRENCY'S MONTH-END RATE, THE RATE OF ITS LAST REVALUATION
088916*    AND ITS TOTALS AS IT GOES.  WS-FXR-POSTING-SW MARKS THE
088917*    REVALUATION POSTINGS AND THEIR REVERSALS SO 9020 JOURNALS
088918*    THEM AS SOURCE X, AND 9000 CARRIES WS-FXR-CCY-REF INTO
088919*    JRN-FX-CCY.
088920*****************************************************************
088921 01  WS-FXR-POSTING-SW           PIC X(01)      VALUE "N".
088922     88  WS-FXR-POSTING                         VALUE "Y".
088923 01  WS-FXR-CCY-REF              PIC X(03)      VALUE SPACES.
088924 01  WS-FXR-MONTH                PIC 9(6)       VALUE ZERO.
088925 01  WS-FXR-MONTH-R REDEFINES WS-FXR-MONTH.
088926     05  WS-FXR-MONTH-YY         PIC 9(4).
088927     05  WS-FXR-MONTH-MM         PIC 9(2).
088928 01  WS-FXR-PRIOR-MONTH          PIC 9(6)       VALUE ZERO.
088929 01  WS-FXR-PRIOR-R REDEFINES WS-FXR-PRIOR-MONTH.
088930     05  WS-FXR-PRIOR-YY         PIC 9(4).
088931     05  WS-FXR-PRIOR-MM         PIC 9(2).
088932 01  WS-FXR-BUS-MONTH            PIC 9(6)       VALUE ZERO.
088933 01  WS-FXR-MONTH-END            PIC 9(8)       VALUE ZERO.
088934 01  WS-FXR-PRIOR-END            PIC 9(8)       VALUE ZERO.
088935 01  WS-FXR-LAST-BUS-DAY         PIC 9(8)       VALUE ZERO.
088936 01  WS-FXR-FIRST-BUS-DAY        PIC 9(8)       VALUE ZERO.
088937 01  WS-FXR-BASE-CCY             PIC X(03)      VALUE SPACES.
088938 01  WS-FXR-GAIN-ACCT            PIC X(32)      VALUE SPACES.
088939 01  WS-FXR-LOSS-ACCT            PIC X(32)      VALUE SPACES.
088940 01  WS-FXR-RSV-ACCT             PIC X(32)      VALUE SPACES.
088941 01  WS-FXR-CHECK-ACCT           PIC X(32)      VALUE SPACES.
088942 01  WS-FXR-STATE                PIC X(01)      VALUE SPACE.
088943 01  WS-FXR-STATE-TEXT           PIC X(20)      VALUE SPACES.
088944 01  WS-FXR-EOF-SW               PIC X(01)      VALUE "N".
088945     88  WS-FXR-EOF                             VALUE "Y".
088946 01  WS-FXR-ACCT-CT              PIC 9(6)       VALUE ZERO.
088947 01  WS-FXR-POSTED-CT            PIC 9(6)       VALUE ZERO.
088948 01  WS-FXR-PURGE-CT             PIC 9(6)       VALUE ZERO.
088949 01  WS-FXR-NO-RATE-CT           PIC 9(3)       VALUE ZERO.
088950*    RESTART MATCHING AND THE POSTING ITSELF.
088951 01  WS-FXR-MATCH-SEQ            PIC 9(6)       VALUE ZERO.
088952 01  WS-FXR-CEILING-SEQ          PIC 9(6)       VALUE ZERO.
088953 01  WS-FXR-MATCH-REV            PIC 9(6)       VALUE ZERO.
088954 01  WS-FXR-POSTED-SEQ           PIC 9(6)       VALUE ZERO.
088955 01  WS-FXR-FROM                 PIC X(32).
088956 01  WS-FXR-TO                   PIC X(32).
088957 01  WS-FXR-AMOUNT               PIC S9(10)V99  COMP-3.
088958 01  WS-FXR-AMOUNT-EDIT          PIC 9(10).99.
088959*    ONE VALUATION: WS-FXR-BALANCE AT WS-FXR-W-RATE, DIRECTION
088960*    WS-FXR-W-DIR (D = CURRENCY TO BASE, I = BASE TO CURRENCY).
088961 01  WS-FXR-W-CCY                PIC X(03).
088962 01  WS-FXR-W-RATE               PIC 9(4)V9(6).
088963 01  WS-FXR-W-DIR                PIC X(01).
088964 01  WS-FXR-BALANCE              PIC S9(12)V99  COMP-3.
088965 01  WS-FXR-VALUE                PIC S9(12)V99  COMP-3.
088966 01  WS-FXR-NEW-VALUE            PIC S9(12)V99  COMP-3.
088967 01  WS-FXR-PRIOR-VALUE          PIC S9(12)V99  COMP-3.
088968 01  WS-FXR-CHANGE               PIC S9(12)V99  COMP-3.
088969 01  WS-FXR-BASE-BAL             PIC S9(12)V99  COMP-3.
088970 01  WS-FXR-POSITION             PIC S9(12)V99  COMP-3.
088971 01  WS-FXR-NET-CHANGE           PIC S9(12)V99  COMP-3.
088972*    ONE ROW PER FOREIGN CURRENCY HELD, IN ORDER OF FIRST SIGHT
088973*    (IN CURRENCY ORDER WHEN THE REPORT TABLES THE "C" RECORDS).
088974 01  WS-FXR-CCY-COUNT            PIC 9(3)  COMP VALUE ZERO.
088975 01  WS-FXR-CCY-IDX              PIC 9(3)  COMP.
088976 01  WS-FXR-CCY-MAX              PIC 9(3)  COMP VALUE 50.
088977 01  WS-FXR-CCY-TABLE.
088978     05  WS-FXR-CCY-ROW OCCURS 50 TIMES.
088979         10  WS-FXR-C-CCY        PIC X(03).
088980         10  WS-FXR-C-RATE       PIC 9(4)V9(6).
088981         10  WS-FXR-C-DIR        PIC X(01).
088982         10  WS-FXR-C-PRIOR-RATE PIC 9(4)V9(6).
088983         10  WS-FXR-C-PRIOR-DIR  PIC X(01).
088984         10  WS-FXR-C-ACCT-CT    PIC 9(6).
088985         10  WS-FXR-C-BALANCE    PIC S9(12)V99  COMP-3.
088986         10  WS-FXR-C-VALUE      PIC S9(12)V99  COMP-3.
088987         10  WS-FXR-C-PRIOR-VAL  PIC S9(12)V99  COMP-3.
088988         10  WS-FXR-C-CHANGE     PIC S9(12)V99  COMP-3.
088989         10  WS-FXR-C-POST-SEQ   PIC 9(6).
088990         10  WS-FXR-C-REV-SEQ    PIC 9(6).
088991*    THE REPORT.
088992 01  WS-FXR-LAST-CCY             PIC X(03)      VALUE SPACES.
088993 01  WS-FXR-PAIR                 PIC X(07)      VALUE SPACES.
088994 01  WS-FXR-PRIOR-PAIR           PIC X(07)      VALUE SPACES.
088995 01  WS-FXR-RATE-EDIT            PIC ZZZ9.999999.
088996 01  WS-FXR-PRIOR-RATE-EDIT      PIC ZZZ9.999999.
088997 01  WS-FXR-BAL-EDIT             PIC -(12)9.99.
088998 01  WS-FXR-VAL-EDIT             PIC -(12)9.99.
088999 01  WS-FXR-PRV-EDIT             PIC -(12)9.99.
089000 01  WS-FXR-CHG-EDIT             PIC -(12)9.99.
089001 01  WS-FXR-HDR-COUNT-2          PIC 9(6)       VALUE ZERO.
089002 01  WS-FXR-HDR-POST-DATE        PIC 9(8)       VALUE ZERO.
089003 01  WS-FXR-HDR-REV-DATE         PIC 9(8)       VALUE ZERO.
089004
089005*****************************************************************
089006*    BALANCE HISTORY WORK AREAS - CLOSE_DAY WRITES ONE LGBALH
089007*    RECORD PER ACCOUNT FOR THE DATE IT CLOSES; GET_BAL READS
089008*    THE LAST ONE ON OR BEFORE AN AS-OF DATE; BAL_REPORT WALKS
089009*    EACH ACCOUNT'S RECORDS FOR A MONTH, CARRYING EACH CLOSE
089010*    FORWARD OVER THE DAYS UNTIL THE NEXT, AND TABLES THE
089011*    CURRENCIES SO THE ACCOUNTS PRINT IN CURRENCY GROUPS.
089012*****************************************************************
089013 01  WS-BH-EOF-SW                PIC X(01)      VALUE "N".
089014     88  WS-BH-EOF                              VALUE "Y".
089015 01  WS-BH-HIST-END-SW           PIC X(01)      VALUE "N".
089016     88  WS-BH-HIST-END                         VALUE "Y".
089017 01  WS-BH-LIVE-SW               PIC X(01)      VALUE "N".
089018     88  WS-BH-LIVE                             VALUE "Y".
089019 01  WS-BH-WRITTEN-CT            PIC 9(6)       VALUE ZERO.
089020 01  WS-BH-ASOF-DATE             PIC 9(8)       VALUE ZERO.
089021 01  WS-BH-ASOF-R REDEFINES WS-BH-ASOF-DATE.
089022     05  WS-BH-ASOF-YY           PIC 9(4).
089023     05  WS-BH-ASOF-MM           PIC 9(2).
089024     05  WS-BH-ASOF-DD           PIC 9(2).
089025 01  WS-BH-MONTH                 PIC 9(6)       VALUE ZERO.
089026 01  WS-BH-MONTH-R REDEFINES WS-BH-MONTH.
089027     05  WS-BH-MONTH-YY          PIC 9(4).
089028     05  WS-BH-MONTH-MM          PIC 9(2).
089029 01  WS-BH-FIRST-DAY             PIC 9(8)       VALUE ZERO.
089030 01  WS-BH-MONTH-END             PIC 9(8)       VALUE ZERO.
089031 01  WS-BH-LAST-DAY              PIC 9(8)       VALUE ZERO.
089032 01  WS-BH-LAST-CLOSED           PIC 9(8)       VALUE ZERO.
089033 01  WS-BH-INT-TO                PIC 9(8)  COMP.
089034 01  WS-BH-STATUS-TEXT           PIC X(06)      VALUE SPACES.
089035*    ONE ACCOUNT'S MONTH: THE CLOSE IN FORCE (WS-BH-CUR-...) AND
089036*    WHAT IT HAS ADDED UP TO SO FAR.
089037 01  WS-BH-ACCT                  PIC X(32)      VALUE SPACES.
089038 01  WS-BH-HAVE-SW               PIC X(01)      VALUE "N".
089039     88  WS-BH-HAVE-BAL                         VALUE "Y".
089040 01  WS-BH-CUR-DATE              PIC 9(8)       VALUE ZERO.
089041 01  WS-BH-CUR-BAL               PIC S9(10)V99  COMP-3.
089042 01  WS-BH-CUR-STATUS            PIC X(01)      VALUE SPACE.
089043 01  WS-BH-SPAN                  PIC 9(5)       VALUE ZERO.
089044 01  WS-BH-DAYS                  PIC 9(5)       VALUE ZERO.
089045 01  WS-BH-OD-DAYS               PIC 9(5)       VALUE ZERO.
089046 01  WS-BH-BAL-DAYS              PIC S9(16)V99  COMP-3.
089047 01  WS-BH-AVG                   PIC S9(12)V99  COMP-3.
089048 01  WS-BH-MIN                   PIC S9(12)V99  COMP-3.
089049 01  WS-BH-MAX                   PIC S9(12)V99  COMP-3.
089050*    ONE ROW PER CURRENCY ON THE MASTER, IN ORDER OF FIRST SIGHT;
089051*    THE REPORT TAKES THEM IN CURRENCY ORDER (WS-BH-LAST-CCY IS
089052*    THE ONE JUST PRINTED).
089053 01  WS-BH-CCY-COUNT             PIC 9(3)  COMP VALUE ZERO.
089054 01  WS-BH-CCY-IDX               PIC 9(3)  COMP.
089055 01  WS-BH-CCY-PICK              PIC 9(3)  COMP.
089056 01  WS-BH-CCY-DONE              PIC 9(3)  COMP.
089057 01  WS-BH-CCY-MAX               PIC 9(3)  COMP VALUE 50.
089058 01  WS-BH-CCY-TABLE.
089059     05  WS-BH-CCY-ROW OCCURS 50 TIMES.
089060         10  WS-BH-C-CCY         PIC X(03).
089061         10  WS-BH-C-ACCT-CT     PIC 9(6).
089062         10  WS-BH-C-OD-ACCTS    PIC 9(6).
089063         10  WS-BH-C-OD-DAYS     PIC 9(7).
089064         10  WS-BH-C-AVG-TOTAL   PIC S9(14)V99  COMP-3.
089065         10  WS-BH-C-MIN         PIC S9(12)V99  COMP-3.
089066         10  WS-BH-C-MAX         PIC S9(12)V99  COMP-3.
089067 01  WS-BH-LAST-CCY              PIC X(03)      VALUE SPACES.
089068 01  WS-BH-W-CCY                 PIC X(03)      VALUE SPACES.
089069 01  WS-BH-RPT-ACCT-CT           PIC 9(6)       VALUE ZERO.
089070 01  WS-BH-RPT-OD-ACCTS          PIC 9(6)       VALUE ZERO.
089071 01  WS-BH-NO-HIST-CT            PIC 9(6)       VALUE ZERO.
089072 01  WS-BH-AVG-EDIT              PIC -(14)9.99.
089073 01  WS-BH-MIN-EDIT              PIC -(12)9.99.
089074 01  WS-BH-MAX-EDIT              PIC -(12)9.99.
089075
089076*****************************************************************
089077*    CASH SWEEP WORK AREAS - SET_SWEEP CLIMBS THE NEW MASTER'S
089078*    OWN RELATIONSHIPS TO REFUSE A LOOP; THE SWEEP RUN TABLES
089079*    EVERY ACTIVE RELATIONSHIP WITH ITS LEVEL (1 = THE MASTER IS
089080*    A TOP ACCOUNT, 2 = ONE LEVEL BELOW THAT, ...) AND POSTS THE
089081*    HIGHEST LEVEL FIRST, SO EVERY SUB-ACCOUNT HAS SWEPT INTO ITS
089082*    MASTER BEFORE THAT MASTER IS ITSELF SWEPT.
089083*****************************************************************
089084 01  WS-SWP-EOF-SW               PIC X(01)      VALUE "N".
089085     88  WS-SWP-EOF                             VALUE "Y".
089086 01  WS-SWP-POSTING-SW           PIC X(01)      VALUE "N".
089087     88  WS-SWP-POSTING                         VALUE "Y".
089088 01  WS-SWP-OVERFLOW-SW          PIC X(01)      VALUE "N".
089089     88  WS-SWP-OVERFLOW                        VALUE "Y".
089090 01  WS-SWP-TOP-SW               PIC X(01)      VALUE "N".
089091     88  WS-SWP-AT-TOP                          VALUE "Y".
089092 01  WS-SWP-LIST-ALL-SW          PIC X(01)      VALUE "N".
089093     88  WS-SWP-LIST-ALL                        VALUE "Y".
089094 01  WS-SWP-W-RULE               PIC X(01)      VALUE SPACE.
089095     88  WS-SWP-RULE-OK             VALUES "A" "T" "M".
089096 01  WS-SWP-W-AMOUNT             PIC S9(10)V9(4) COMP-3.
089097 01  WS-SWP-W-CENTS              PIC S9(10)V99  COMP-3.
089098 01  WS-SWP-CHECK-ACCT           PIC X(32)      VALUE SPACES.
089099 01  WS-SWP-CHECK-CCY            PIC X(03)      VALUE SPACES.
089100 01  WS-SWP-SUB-CCY              PIC X(03)      VALUE SPACES.
089101 01  WS-SWP-CLIMB-ACCT           PIC X(32)      VALUE SPACES.
089102 01  WS-SWP-CLIMB-CT             PIC 9(4)  COMP VALUE ZERO.
089103 01  WS-SWP-MAX-LEVELS           PIC 9(4)  COMP VALUE 9.
089104 01  WS-SWP-LEVEL                PIC 9(4)  COMP VALUE ZERO.
089105 01  WS-SWP-TOP-LEVEL            PIC 9(4)  COMP VALUE ZERO.
089106 01  WS-SWP-LEDGER-BAL           PIC S9(10)V99  COMP-3.
089107 01  WS-SWP-FREE-BAL             PIC S9(12)V99  COMP-3.
089108 01  WS-SWP-AMOUNT               PIC S9(12)V99  COMP-3.
089109 01  WS-SWP-DIR                  PIC X(01)      VALUE SPACE.
089110 01  WS-SWP-RULE-TEXT            PIC X(10)      VALUE SPACES.
089111 01  WS-SWP-SWEPT-CT             PIC 9(6)       VALUE ZERO.
089112 01  WS-SWP-NIL-CT               PIC 9(6)       VALUE ZERO.
089113 01  WS-SWP-REJECTED-CT          PIC 9(6)       VALUE ZERO.
089114 01  WS-SWP-LIST-CT              PIC 9(6)       VALUE ZERO.
089115 01  WS-SWP-ARG-EDIT             PIC 9(10).99.
089116 01  WS-SWP-AMT-EDIT             PIC Z(9)9.99.
089117 01  WS-SWP-BAL-EDIT             PIC -(10)9.99.
089118 01  WS-SWP-COUNT                PIC 9(4)  COMP VALUE ZERO.
089119 01  WS-SWP-IDX                  PIC 9(4)  COMP VALUE ZERO.
089120 01  WS-SWP-FIND-IDX             PIC 9(4)  COMP VALUE ZERO.
089121 01  WS-SWP-MAX-ENTRIES          PIC 9(4)  COMP VALUE 500.
089122 01  WS-SWP-TABLE.
089123     05  WS-SWP-ROW OCCURS 500 TIMES.
089124         10  WS-SWP-T-SUB        PIC X(32).
089125         10  WS-SWP-T-MASTER     PIC X(32).
089126         10  WS-SWP-T-RULE       PIC X(01).
089127         10  WS-SWP-T-AMOUNT     PIC S9(10)V99  COMP-3.
089128         10  WS-SWP-T-LEVEL      PIC 9(4)  COMP.
089129
089130*****************************************************************
089131*    INTEGRITY CHECK WORK AREAS - VERIFY COUNTS EVERY FINDING
089132*    UNDER ITS TYPE; EACH TYPE HAS ITS OWN RETURN CODE (46 UP, IN
089133*    TYPE ORDER) AND THE RUN ENDS ON THE LOWEST CODE FOUND.
089134*    REBUILD_IDX SHARES THE POSTING IMAGE AND THE INDEX RECORD
089135*    IMAGE BUILT FROM IT.
089136*****************************************************************
089137 01  WS-VFY-EOF-SW               PIC X(01)      VALUE "N".
089138     88  WS-VFY-EOF                             VALUE "Y".
089139 01  WS-VFY-SCAN-DONE-SW         PIC X(01)      VALUE "N".
089140     88  WS-VFY-SCAN-DONE                       VALUE "Y".
089141 01  WS-VFY-MATCH-SW             PIC X(01)      VALUE "N".
089142     88  WS-VFY-MATCHED                         VALUE "Y".
089143 01  WS-VFY-ARCH-OPEN-SW         PIC X(01)      VALUE "N".
089144     88  WS-VFY-ARCH-OPEN                       VALUE "Y".
089145 01  WS-VFY-IDX-OPEN-SW          PIC X(01)      VALUE "N".
089146     88  WS-VFY-IDX-OPEN                        VALUE "Y".
089147 01  WS-VFY-NO-INDEX-SW          PIC X(01)      VALUE "N".
089148     88  WS-VFY-NO-INDEX                        VALUE "Y".
089149*    THE POSTING BEING CHECKED OR INDEXED, FROM LGJRNL OR LGJARCH.
089150 01  WS-VFY-POSTING.
089151     05  WS-VFY-P-SEQ            PIC 9(6).
089152     05  WS-VFY-P-DATE           PIC 9(8).
089153     05  WS-VFY-P-FROM           PIC X(32).
089154     05  WS-VFY-P-TO             PIC X(32).
089155     05  WS-VFY-P-AMOUNT         PIC S9(10)V99  COMP-3.
089156     05  WS-VFY-P-CONV           PIC S9(10)V99  COMP-3.
089157     05  WS-VFY-P-STATUS         PIC X(20).
089158     05  WS-VFY-P-ENTRY-NO       PIC 9(6).
089159     05  WS-VFY-P-FEE-OF         PIC 9(6).
089160     05  WS-VFY-P-REV-OF         PIC 9(6).
089161     05  WS-VFY-P-WHERE          PIC X(07).
089162         88  WS-VFY-P-LIVE                      VALUE "LIVE".
089163         88  WS-VFY-P-ARCHIVED                  VALUE "ARCHIVE".
089164 01  WS-VFY-LAST-ARC-SEQ         PIC 9(6)       VALUE ZERO.
089165 01  WS-VFY-LAST-ARC-DATE        PIC 9(8)       VALUE ZERO.
089166*    THE INDEX RECORD 9200 WRITES FOR ONE SIDE OF THAT POSTING.
089167 01  WS-VFY-SIDE                 PIC X(01)      VALUE SPACE.
089168     88  WS-VFY-DEBIT-SIDE                      VALUE "D".
089169 01  WS-VFY-EXPECTED.
089170     05  WS-VFY-E-ACCT           PIC X(32).
089171     05  WS-VFY-E-DATE           PIC 9(8).
089172     05  WS-VFY-E-SEQ            PIC 9(6).
089173     05  WS-VFY-E-OTHER          PIC X(32).
089174     05  WS-VFY-E-AMOUNT         PIC S9(10)V99  COMP-3.
089175     05  WS-VFY-E-FLAG           PIC X(01).
089176*    THE POSTING AN INDEX RECORD OR EXCEPTION POINTS AT - A BLANK
089177*    ACCOUNT TAKES ANY RECORD WITH THAT SEQUENCE AND DATE.
089178 01  WS-VFY-FIND-SEQ             PIC 9(6)       VALUE ZERO.
089179 01  WS-VFY-FIND-DATE            PIC 9(8)       VALUE ZERO.
089180 01  WS-VFY-FIND-ACCT            PIC X(32)      VALUE SPACES.
089181 01  WS-VFY-CHECK-ACCT           PIC X(32)      VALUE SPACES.
089182 01  WS-VFY-ACCT-STATE           PIC X(07)      VALUE SPACES.
089183     88  WS-VFY-ACCT-OK                         VALUE SPACES.
089184 01  WS-VFY-READ-CT              PIC 9(8)       VALUE ZERO.
089185 01  WS-VFY-FINDING-CT           PIC 9(6)       VALUE ZERO.
089186 01  WS-VFY-TYPES-FOUND          PIC 9(6)       VALUE ZERO.
089187 01  WS-VFY-IDX-WRITTEN-CT       PIC 9(8)       VALUE ZERO.
089188 01  WS-VFY-IDX-ARC-CT           PIC 9(8)       VALUE ZERO.
089189 01  WS-VFY-IDX-DUP-CT           PIC 9(6)       VALUE ZERO.
089190 01  WS-VFY-AMT-EDIT             PIC -(10)9.99.
089191 01  WS-VFY-EXP-EDIT             PIC -(10)9.99.
089192 01  WS-VFY-TYPE                 PIC 9(2)  COMP VALUE ZERO.
089193 01  WS-VFY-TYPE-MAX             PIC 9(2)  COMP VALUE 8.
089194*    ONE ROW PER FINDING TYPE: RETURN CODE, THEN THE REPORT TEXT.
089195 01  WS-VFY-TYPE-DEFAULTS.
089196     05  FILLER                  PIC X(32)      VALUE
089197         "46POSTING WITH NO INDEX RECORD".
089198     05  FILLER                  PIC X(32)      VALUE
089199         "47INDEX DISAGREES WITH POSTING".
089200     05  FILLER                  PIC X(32)      VALUE
089201         "48INDEX RECORD WITH NO POSTING".
089202     05  FILLER                  PIC X(32)      VALUE
089203         "49ACTIVE HOLD, BAD ACCOUNT".
089204     05  FILLER                  PIC X(32)      VALUE
089205         "50ACTIVE ORDER, BAD ACCOUNT".
089206     05  FILLER                  PIC X(32)      VALUE
089207         "51PENDING TRANSFER, BAD ACCOUNT".
089208     05  FILLER                  PIC X(32)      VALUE
089209         "52OPEN EXCEPTION, NO LIVE ENTRY".
089210     05  FILLER                  PIC X(32)      VALUE
089211         "53ACTIVE SWEEP, BAD ACCOUNT".
089212 01  WS-VFY-TYPE-TABLE REDEFINES WS-VFY-TYPE-DEFAULTS.
089213     05  WS-VFY-TYPE-ROW OCCURS 8 TIMES.
089214         10  WS-VFY-T-CODE       PIC 9(2).
089215         10  WS-VFY-T-TEXT       PIC X(30).
089216 01  WS-VFY-COUNTS.
089217     05  WS-VFY-T-COUNT          PIC 9(6)  OCCURS 8 TIMES.
089218
089219*****************************************************************
089220*    JOURNAL WORK AREAS
089221*****************************************************************
089222 01  WS-JRN-STATUS-TEXT          PIC X(20)      VALUE SPACES.
089223 01  WS-REVERSAL-OF-SEQ          PIC 9(6)       VALUE ZERO.
089224 01  WS-REV-FROM                 PIC X(32).
089225 01  WS-REV-TO                   PIC X(32).
089226 01  WS-REV-AMOUNT               PIC S9(10)V99  COMP-3.
089227 01  WS-REV-AMOUNT-EDIT          PIC 9(10).99.
089300 01  WS-REV-QUAL-DATE            PIC 9(8)       VALUE ZERO.
089400 01  WS-REV-CAND-CT              PIC 9(2)  COMP VALUE ZERO.
089500 01  WS-REV-CAND-STATUS          PIC X(20).
089510 01  WS-REV-CAND-ENTRY           PIC 9(6)       VALUE ZERO.
089520 01  WS-REV-CAND-ARCH-SW         PIC X(01)      VALUE "N".
089530     88  WS-REV-CAND-ARCHIVED                   VALUE "Y".
089540 01  WS-REV-CAND-FEE-OF          PIC 9(6)       VALUE ZERO.
089550 01  WS-REV-CAND-DATE            PIC 9(8)       VALUE ZERO.
089560 01  WS-REV-CAND-SOURCE          PIC X(01)      VALUE SPACE.
089600 01  WS-ARC-SCAN-DONE-SW         PIC X(01)      VALUE "N".
089700     88  WS-ARC-SCAN-DONE                       VALUE "Y".
089800     88  WS-ARC-SCAN-MORE                        VALUE "N".
092800 01  WS-REL-EFF-DUE              PIC 9(8)       VALUE ZERO.
092900 01  WS-REL-ROLL                 PIC X(01)      VALUE SPACE.
093000 01  WS-CAL-FLAG-IDX             PIC 9(2)  COMP VALUE ZERO.
093001
093002*****************************************************************
093004*    BUSINESS DATE AND RUN LOG WORK AREAS - WS-CURRENT-DATE
093006*    HOLDS THE LEDGER BUSINESS DATE ("D" ON LGCTL), NOT THE
093008*    MACHINE DATE, SO A RUN THAT SPILLS PAST MIDNIGHT KEEPS
093010*    POSTING TO THE DAY IT BELONGS TO.  THE MACHINE DATE AND
093012*    TIME ONLY STAMP THE RUN LOG.  THE CLOSE'S REQUIRED STEPS
093014*    ARE LISTED IN RUN ORDER; WS-CLS-END HOLDS EACH ONE'S END
093016*    STAMP FOR THE SEQUENCE CHECK.
093018*****************************************************************
093020 01  WS-MACHINE-DATE             PIC 9(8).
093022 01  WS-MACHINE-TIME             PIC 9(8).
093024 01  WS-RUN-JOB                  PIC X(14)      VALUE SPACES.
093026 01  WS-RUN-DATE                 PIC 9(8)       VALUE ZERO.
093028 01  WS-RUN-LOGGED-SW            PIC X(01)      VALUE "N".
093030     88  WS-RUN-LOGGED                          VALUE "Y".
093032 01  WS-RUN-FOUND-SW             PIC X(01)      VALUE "N".
093034     88  WS-RUN-ON-FILE                         VALUE "Y".
093036 01  WS-RCN-CHECK-DATE           PIC 9(8).
093038 01  WS-RCN-CHECK-END            PIC X(16).
093040 01  WS-CLS-NEXT-DATE            PIC 9(8).
093042 01  WS-CLS-MISSING-CT           PIC 9(2)  COMP VALUE ZERO.
093044 01  WS-CLS-STEP-LIST.
093046     05  FILLER                  PIC X(14)
093048                                            VALUE "LOAD_RATES".
093050     05  FILLER                  PIC X(14)
093052                                            VALUE "APPLY_BATCH".
093054     05  FILLER                  PIC X(14)
093056                                            VALUE "RELEASE_DUE".
093058     05  FILLER                  PIC X(14)
093060                                            VALUE "RECONCILE".
093062     05  FILLER                  PIC X(14)
093064                                            VALUE "EXTRACT".
093066 01  WS-CLS-STEP-R REDEFINES WS-CLS-STEP-LIST.
093068     05  WS-CLS-STEP OCCURS 5 TIMES PIC X(14).
093070 01  WS-CLS-END-TABLE.
093072     05  WS-CLS-END OCCURS 5 TIMES  PIC X(16).
093074 01  WS-CLS-STEP-IDX             PIC 9(2)  COMP.
093076 01  WS-CLS-STEP-MAX             PIC 9(2)  COMP VALUE 5.
093077*    THE OTHER RUNS THAT POST - RECONCILE MUST FOLLOW THEM TOO.
093078 01  WS-CLS-POST-LIST.
093079     05  FILLER                  PIC X(14)
093080                                            VALUE "CLEAR_IN".
093081     05  FILLER                  PIC X(14)
093082                                            VALUE "POST_ENTRY".
093083     05  FILLER                  PIC X(14)
093084                                            VALUE "SWEEP".
093085     05  FILLER                  PIC X(14)
093086                                            VALUE "FX_REVAL".
093087     05  FILLER                  PIC X(14)
093088                                            VALUE "FX_REVERSE".
093089 01  WS-CLS-POST-R REDEFINES WS-CLS-POST-LIST.
093090     05  WS-CLS-POST-JOB OCCURS 5 TIMES PIC X(14).
093091 01  WS-CLS-POST-IDX             PIC 9(2)  COMP.
093092 01  WS-CLS-POST-MAX             PIC 9(2)  COMP VALUE 5.
093100
093200*****************************************************************
093300*    BATCH COUNTERS
095600 01  WS-MATCH-WRAPPED-SW         PIC X(01)      VALUE "N".
095700     88  WS-MATCH-WRAPPED                       VALUE "Y".
095800 01  WS-MATCH-CEIL               PIC 9(6)  COMP VALUE ZERO.
095810 01  WS-MATCH-FEE-OF             PIC 9(6)       VALUE ZERO.
095900
096000*****************************************************************
096100*    TRIAL BALANCE WORK AREA - ONE RUNNING TOTAL PER CURRENCY
099300     88  WS-STMT-HDR-DONE                       VALUE "Y".
099400     88  WS-STMT-HDR-PENDING                     VALUE "N".
099500 01  WS-STMT-CURRENCY            PIC X(03).
099510 01  WS-STMT-FEE-TOTAL           PIC S9(12)V99  COMP-3.
099600
099700*****************************************************************
099800*    RECONCILIATION WORK AREA - EXPECTED BALANCE PER ACCOUNT,
101000 01  WS-RCN-WORK-AMT             PIC S9(12)V99 COMP-3.
101100 01  WS-RCN-DIFF                 PIC S9(12)V99 COMP-3.
101200 01  WS-RCN-ERROR-CT             PIC 9(6)   COMP VALUE ZERO.
101202*    COMPOUND ENTRY PROOF - THE ENTRY BEING REPLAYED (ITS RECORDS
101204*    SIT TOGETHER IN SEQUENCE ORDER) AND THE WORK COPY OF THE
101206*    CURRENT RECORD'S ENTRY FIELDS, FROM THE JOURNAL OR ARCHIVE.
101208 01  WS-RCE-NO                   PIC 9(6)       VALUE ZERO.
101210 01  WS-RCE-HDR-SW               PIC X(01)      VALUE "N".
101212     88  WS-RCE-HDR-SEEN                        VALUE "Y".
101214 01  WS-RCE-HDR-STATUS           PIC X(20)      VALUE SPACES.
101216 01  WS-RCE-LEG-CT               PIC 9(4)       VALUE ZERO.
101218 01  WS-RCE-LEGS-SEEN            PIC 9(4)       VALUE ZERO.
101220 01  WS-RCE-REV-OF               PIC 9(6)       VALUE ZERO.
101222 01  WS-RCE-NET                  PIC S9(12)V99 COMP-3.
101224 01  WS-RCE-ERROR-CT             PIC 9(6)   COMP VALUE ZERO.
101226 01  WS-RCE-W-NO                 PIC 9(6).
101228 01  WS-RCE-W-LEG-NO             PIC 9(4).
101230 01  WS-RCE-W-LEG-CT             PIC 9(4).
101232 01  WS-RCE-W-STATUS             PIC X(20).
101234 01  WS-RCE-W-FROM               PIC X(32).
101236 01  WS-RCE-W-AMT                PIC S9(10)V99 COMP-3.
101238 01  WS-RCE-W-CONV               PIC S9(10)V99 COMP-3.
101240 01  WS-RCE-W-REV-OF             PIC 9(6).
101300
101400*****************************************************************
101500*    STANDING ORDER WORK AREAS - DUE ORDERS ARE COLLECTED INTO
116600     88  WS-CAP-RELEASE-REST                    VALUE "R".
116700     88  WS-CAP-KEEP-REST                       VALUES "H" SPACE.
116800 01  WS-CAP-CCY                  PIC X(03).
116801
116802*****************************************************************
116803*    CLEARING INTERFACE WORK AREAS (CLEAR_IN) - WS-CLR-REF IS
116804*    NONBLANK ONLY WHILE A CLEARING ITEM IS IN FLIGHT AND IS
116805*    JOURNALLED IN JRN-CLR-REF.  THE FIRST PASS (6610) PROVES
116806*    THE FILE'S STRUCTURE AND CONTROL TOTALS - WS-CLR-STATE IS
116807*    WHERE IN THE FILE THE LAST RECORD LEFT IT - AND ONLY A
116808*    WHOLE, BALANCED FILE IS POSTED.
116809*****************************************************************
116810 01  WS-CLR-REF                  PIC X(16)      VALUE SPACES.
116811 01  WS-CLR-SETTLE-ACCT          PIC X(32)      VALUE SPACES.
116812 01  WS-CLR-SETTLE-CCY           PIC X(03)      VALUE SPACES.
116813 01  WS-CLR-SENDER               PIC X(08)      VALUE SPACES.
116814 01  WS-CLR-RECEIVER             PIC X(08)      VALUE SPACES.
116815 01  WS-CLR-FILE-DATE            PIC 9(8)       VALUE ZERO.
116816 01  WS-CLR-FILE-SEQ             PIC 9(6)       VALUE ZERO.
116817 01  WS-CLR-STATE                PIC X(01)      VALUE "S".
116818     88  WS-CLR-AT-START                        VALUE "S".
116819     88  WS-CLR-IN-FILE                         VALUE "F".
116820     88  WS-CLR-IN-BATCH                        VALUE "B".
116821     88  WS-CLR-AT-END                          VALUE "E".
116822 01  WS-CLR-BAD-SW               PIC X(01)      VALUE "N".
116823     88  WS-CLR-FILE-BAD                        VALUE "Y".
116824 01  WS-CLR-BAD-REASON           PIC X(44)      VALUE SPACES.
116825 01  WS-CLR-REC-CT               PIC 9(6)  COMP VALUE ZERO.
116826 01  WS-CLR-BATCH-NO             PIC 9(6)       VALUE ZERO.
116827 01  WS-CLR-BATCH-CCY            PIC X(03)      VALUE SPACES.
116828 01  WS-CLR-BATCH-CT             PIC 9(6)  COMP VALUE ZERO.
116829 01  WS-CLR-BATCH-ITEMS          PIC 9(6)  COMP VALUE ZERO.
116830 01  WS-CLR-BATCH-AMT            PIC S9(12)V99  COMP-3.
116831 01  WS-CLR-FILE-ITEMS           PIC 9(6)  COMP VALUE ZERO.
116832 01  WS-CLR-FILE-AMT             PIC S9(12)V99  COMP-3.
116833 01  WS-CLR-POSTED-CT            PIC 9(6)  COMP VALUE ZERO.
116834 01  WS-CLR-RETURNED-CT          PIC 9(6)  COMP VALUE ZERO.
116835 01  WS-CLR-REJECTED-CT          PIC 9(6)  COMP VALUE ZERO.
116836 01  WS-CLR-POSTED-AMT           PIC S9(12)V99  COMP-3.
116837 01  WS-CLR-RET-AMT              PIC S9(12)V99  COMP-3.
116838 01  WS-CLR-RET-BATCH-SW         PIC X(01)      VALUE "N".
116839     88  WS-CLR-RET-BATCH-OPEN                  VALUE "Y".
116840 01  WS-CLR-RET-BATCH-CT         PIC 9(6)  COMP VALUE ZERO.
116841 01  WS-CLR-RET-BATCH-ITEMS      PIC 9(6)  COMP VALUE ZERO.
116842 01  WS-CLR-RET-BATCH-AMT        PIC S9(12)V99  COMP-3.
116843 01  WS-CLR-BH-SAVE              PIC X(120).
116844 01  WS-CLR-RET-CODE             PIC X(03)      VALUE SPACES.
116845 01  WS-CLR-AMOUNT-EDIT          PIC 9(10).99.
116846 01  WS-CLR-TOTAL-EDIT           PIC Z(11)9.99.
116847*    A FILE WHOSE POSTING WAS INTERRUPTED ("K" RECORD STILL IN
116848*    MODE "W") IS RESUMED WITH ARG2 = RESTART: ITS ITEMS ARE
116849*    MATCHED AGAINST THE CLEARING ENTRIES ALREADY JOURNALLED
116850*    FROM WS-CLR-MATCH-SEQ UP TO THE "S" CEILING BEFORE ANY
116851*    ITEM IS POSTED AGAIN.
116852 01  WS-CLR-RESTART-SW           PIC X(01)      VALUE "N".
116853     88  WS-CLR-RESTART                         VALUE "Y".
116854 01  WS-CLR-RESUME-SW            PIC X(01)      VALUE "N".
116855     88  WS-CLR-RESUMING                        VALUE "Y".
116856 01  WS-CLR-MATCH-SEQ            PIC 9(6)       VALUE ZERO.
116857 01  WS-CLR-MATCH-CEIL           PIC 9(6)       VALUE ZERO.
116858 01  WS-CLR-MATCH-SW             PIC X(01)      VALUE "N".
116859     88  WS-CLR-MATCHED                         VALUE "Y".
116861
116863*****************************************************************
116865*    COMPOUND ENTRY WORK AREAS (POST_ENTRY, AND REVERSE_TX OF A
116867*    COMPOUND ENTRY) - WS-ENT-NO IS NONZERO ONLY WHILE AN ENTRY
116869*    IS BEING JOURNALLED; 9000 CARRIES IT, WITH THE LEG NUMBER
116871*    AND LEG COUNT, ONTO EVERY RECORD OF THE ENTRY, AND 9200
116873*    NAMES THE ENTRY AS EACH LEG'S OTHER SIDE.  THE LEGS ARE
116875*    HELD IN THE TABLE UNTIL THE WHOLE ENTRY HAS PROVED.
116877*****************************************************************
116879 01  WS-ENT-NO                   PIC 9(6)       VALUE ZERO.
116881 01  WS-ENT-LEG-NO               PIC 9(4)       VALUE ZERO.
116883 01  WS-ENT-LEG-CT               PIC 9(4)       VALUE ZERO.
116885 01  WS-ENT-IDX-LABEL.
116887     05  FILLER                  PIC X(06)      VALUE "ENTRY ".
116889     05  WS-ENT-IDX-NO           PIC 9(6)       VALUE ZERO.
116891 01  WS-ENT-REF                  PIC X(16)      VALUE SPACES.
116893 01  WS-ENT-CCY                  PIC X(03)      VALUE SPACES.
116895 01  WS-ENT-DECLARED-CT          PIC 9(4)       VALUE ZERO.
116897 01  WS-ENT-HDR-SEQ              PIC 9(6)       VALUE ZERO.
116899 01  WS-ENT-ORIG-NO              PIC 9(6)       VALUE ZERO.
116901 01  WS-ENT-ORIG-HDR-SEQ         PIC 9(6)       VALUE ZERO.
116903 01  WS-ENT-LAYOUT-SW            PIC X(01)      VALUE "N".
116905     88  WS-ENT-LAYOUT-BAD                      VALUE "Y".
116907 01  WS-ENT-REVERSING-SW         PIC X(01)      VALUE "N".
116909     88  WS-ENT-REVERSING                       VALUE "Y".
116911 01  WS-ENT-DEBIT-TOTAL          PIC S9(12)V99  COMP-3.
116913 01  WS-ENT-CREDIT-TOTAL         PIC S9(12)V99  COMP-3.
116915 01  WS-ENT-AMOUNT-EDIT          PIC Z(11)9.99.
116917 01  WS-ENT-POSTED-CT            PIC 9(6)  COMP VALUE ZERO.
116919 01  WS-ENT-REJECTED-CT          PIC 9(6)  COMP VALUE ZERO.
116921 01  WS-ENT-WALK-SEQ             PIC 9(6)       VALUE ZERO.
116923 01  WS-ENT-WALK-CT              PIC 9(6)  COMP VALUE ZERO.
116925 01  WS-ENT-WALK-MAX             PIC 9(6)  COMP VALUE 10000.
116927 01  WS-ENT-CEIL                 PIC 9(6)       VALUE ZERO.
116929 01  WS-ENT-LEGS-SEEN            PIC 9(4)  COMP VALUE ZERO.
116931 01  WS-ENT-IDX                  PIC 9(4)  COMP VALUE ZERO.
116933 01  WS-ENT-SCAN-IDX             PIC 9(4)  COMP VALUE ZERO.
116935 01  WS-ENT-LEG-COUNT            PIC 9(4)  COMP VALUE ZERO.
116937 01  WS-ENT-MAX-LEGS             PIC 9(4)  COMP VALUE 999.
116939 01  WS-ENT-LEG-TABLE.
116941     05  WS-ENT-LEG OCCURS 999 TIMES.
116943         10  WS-ENT-L-ACCT       PIC X(32).
116945         10  WS-ENT-L-SIDE       PIC X(01).
116947         10  WS-ENT-L-AMOUNT     PIC S9(10)V99  COMP-3.
116949         10  WS-ENT-L-CCY        PIC X(03).
116951         10  WS-ENT-L-EQUIV      PIC S9(10)V99  COMP-3.
116953         10  WS-ENT-L-RATE       PIC 9(4)V9(6).
116955         10  WS-ENT-L-ORIG-SEQ   PIC 9(6).
116957
117000 PROCEDURE DIVISION.
117100*****************************************************************
117200*    0000-MAINLINE
118400     MOVE ZERO   TO WS-RETURN-CODE
118500     MOVE SPACES TO INPUT-FUNCTION ARG1 ARG2 ARG3
118600                    ARG4 ARG5 ARG6 ARG7
118700     ACCEPT WS-MACHINE-DATE FROM DATE YYYYMMDD
118710     ACCEPT WS-MACHINE-TIME FROM TIME
118720     MOVE WS-MACHINE-DATE TO WS-CURRENT-DATE
118730     DISPLAY "LGOPERID" UPON ENVIRONMENT-NAME
118740     ACCEPT WS-SIGNON-OPER FROM ENVIRONMENT-VALUE
118750     ON EXCEPTION
118760         MOVE SPACES TO WS-SIGNON-OPER
118770     END-ACCEPT
118800
118900     DISPLAY 1 UPON ARGUMENT-NUMBER
119000     ACCEPT INPUT-FUNCTION FROM ARGUMENT-VALUE
123200     ACCEPT ARG7 FROM ARGUMENT-VALUE
123300     ON EXCEPTION
123400         CONTINUE
123500     END-ACCEPT
123510     PERFORM 1100-LOAD-BUSINESS-DATE THRU 1100-EXIT.
123600 1000-EXIT.
123700     EXIT.
123702*****************************************************************
123704*    1100-LOAD-BUSINESS-DATE - REPLACE THE MACHINE DATE IN
123706*    WS-CURRENT-DATE WITH THE LEDGER BUSINESS DATE FROM THE "D"
123708*    CONTROL RECORD.  NO CONTROL FILE (BEFORE INIT) OR NO "D"
123710*    RECORD LEAVES THE MACHINE DATE, AS THE SYSTEM BEHAVED
123712*    BEFORE THE RECORD EXISTED.
123714*****************************************************************
123716 1100-LOAD-BUSINESS-DATE.
123718     OPEN INPUT CONTROL-FILE
123720     IF WS-CTL-STATUS NOT = "00"
123722         GO TO 1100-EXIT
123724     END-IF
123726     MOVE "D" TO CTL-KEY
123728     READ CONTROL-FILE
123730         INVALID KEY
123732             CONTINUE
123734         NOT INVALID KEY
123736             MOVE CTL-DATE TO WS-CURRENT-DATE
123738     END-READ
123740     CLOSE CONTROL-FILE.
123742 1100-EXIT.
123744     EXIT.
123800
123900*****************************************************************
124000*    2000-PROCESS-FUNCTION - DISPATCH ON INPUT-FUNCTION.
124100*****************************************************************
124200 2000-PROCESS-FUNCTION.
124201     PERFORM 2100-AUTHORIZE-COMMAND THRU 2100-EXIT
124202*    THE ATTEMPT IS LOGGED BEFORE THE COMMAND RUNS, SO ONE THAT
124203*    NEVER FINISHES STILL LEAVES ITS RECORD.
124204     MOVE "N" TO WS-SEC-ENDED-SW
124205     PERFORM 2200-WRITE-SECURITY-LOG THRU 2200-EXIT
124206     IF WS-CMD-REFUSED
124207         GO TO 2000-EXIT
124208     END-IF
124210     PERFORM 9500-RUN-LOG-START THRU 9500-EXIT
124300     EVALUATE INPUT-FUNCTION
124400         WHEN "INIT"
124500             PERFORM 3000-INIT-LEDGER THRU 3000-EXIT
131800             PERFORM 8420-SET-APPROVAL-LIMIT THRU 8420-EXIT
131900         WHEN "EOD_REPORT"
132000             PERFORM 8450-EOD-REPORT THRU 8450-EXIT
132005         WHEN "CLOSE_DAY"
132010             PERFORM 7950-CLOSE-BUSINESS-DAY THRU 7950-EXIT
132015         WHEN "ADD_OPER"
132020             PERFORM 8980-ADD-OPERATOR THRU 8980-EXIT
132025         WHEN "REVOKE_OPER"
132030             PERFORM 8982-REVOKE-OPERATOR THRU 8982-EXIT
132035         WHEN "GRANT_CMD"
132040             PERFORM 8984-GRANT-COMMAND THRU 8984-EXIT
132045         WHEN "REVOKE_CMD"
132050             PERFORM 8986-REVOKE-COMMAND THRU 8986-EXIT
132055         WHEN "LIST_OPER"
132060             PERFORM 8988-LIST-OPERATORS THRU 8988-EXIT
132070         WHEN "CLEAR_IN"
132080             PERFORM 6600-CLEARING-INBOUND THRU 6600-EXIT
132085         WHEN "POST_ENTRY"
132090             PERFORM 6700-POST-ENTRIES THRU 6700-EXIT
132091         WHEN "SET_FEE"
132092             PERFORM 8992-SET-FEE THRU 8992-EXIT
132093         WHEN "DEL_FEE"
132094             PERFORM 8994-DELETE-FEE THRU 8994-EXIT
132095         WHEN "LIST_FEES"
132096             PERFORM 8996-LIST-FEES THRU 8996-EXIT
132106         WHEN "AML_SCAN"
132116             PERFORM 6800-AML-SCAN THRU 6800-EXIT
132126         WHEN "SET_AML_RULE"
132136             PERFORM 6900-SET-AML-RULE THRU 6900-EXIT
132146         WHEN "LIST_ALERTS"
132156             PERFORM 6910-LIST-ALERTS THRU 6910-EXIT
132166         WHEN "ASSIGN_ALERT"
132176             PERFORM 6920-ASSIGN-ALERT THRU 6920-EXIT
132186         WHEN "ESCALATE_ALERT"
132196             PERFORM 6930-ESCALATE-ALERT THRU 6930-EXIT
132206         WHEN "CLOSE_ALERT"
132216             PERFORM 6940-CLOSE-ALERT THRU 6940-EXIT
132226         WHEN "AML_REPORT"
132236             PERFORM 6950-AML-REPORT THRU 6950-EXIT
132237         WHEN "SET_FX_REVAL"
132238             PERFORM 4500-SET-FX-REVAL THRU 4500-EXIT
132239         WHEN "FX_REVAL"
132240             PERFORM 4510-FX-REVALUATION THRU 4510-EXIT
132241         WHEN "FX_REVERSE"
132242             PERFORM 4560-FX-REVERSE THRU 4560-EXIT
132243         WHEN "FX_REPORT"
132244             PERFORM 4600-FX-REPORT THRU 4600-EXIT
132246         WHEN "BAL_REPORT"
132248             PERFORM 4130-BALANCE-REPORT THRU 4130-EXIT
132249         WHEN "SET_SWEEP"
132250             PERFORM 4700-SET-SWEEP THRU 4700-EXIT
132251         WHEN "DEL_SWEEP"
132252             PERFORM 4710-DELETE-SWEEP THRU 4710-EXIT
132253         WHEN "LIST_SWEEPS"
132254             PERFORM 4720-LIST-SWEEPS THRU 4720-EXIT
132255         WHEN "SWEEP"
132256             PERFORM 4730-SWEEP-RUN THRU 4730-EXIT
132257         WHEN "VERIFY"
132258             PERFORM 4800-VERIFY-LEDGER THRU 4800-EXIT
132259         WHEN "REBUILD_IDX"
132260             PERFORM 4900-REBUILD-INDEX THRU 4900-EXIT
132261         WHEN OTHER
132262             MOVE 99 TO WS-RETURN-CODE
132266             DISPLAY "ERROR: Unknown function " INPUT-FUNCTION
132276     END-EVALUATE
132286     PERFORM 9510-RUN-LOG-END THRU 9510-EXIT
132296     MOVE "Y" TO WS-SEC-ENDED-SW
132306     PERFORM 2200-WRITE-SECURITY-LOG THRU 2200-EXIT.
132500 2000-EXIT.
132600     EXIT.
132700
135600     MOVE "S"  TO CTL-KEY
135700     MOVE ZERO TO CTL-LAST-SEQ
135800     WRITE CTL-RECORD
135810*    THE LEDGER OPENS FOR BUSINESS ON THE MACHINE DATE.
135820     INITIALIZE CTL-RECORD
135830     MOVE "D"             TO CTL-KEY
135840     MOVE WS-MACHINE-DATE TO CTL-DATE
135850     MOVE WS-MACHINE-DATE TO WS-CURRENT-DATE
135860     WRITE CTL-RECORD
135870*    A LEDGER UNDER OPERATOR CONTROL STAYS MARKED ENROLLED.
135880     IF WS-OPR-CONTROLLED
135890         INITIALIZE CTL-RECORD
135900         MOVE "N"             TO CTL-KEY
135910         MOVE WS-CURRENT-DATE TO CTL-DATE
135920         WRITE CTL-RECORD
135930     END-IF
135940     CLOSE CONTROL-FILE
136000
136100     OPEN OUTPUT JOURNAL-INDEX-FILE
136200     IF WS-JIDX-STATUS NOT = "00"
141400     END-IF
141500     CLOSE LIMITS-FILE
141600
141610     OPEN OUTPUT FEE-SCHEDULE-FILE
141620     IF WS-FEE-STATUS NOT = "00"
141630         MOVE 8 TO WS-RETURN-CODE
141640         DISPLAY "ERROR: Unable to open fee schedule file"
141650         GO TO 3000-EXIT
141660     END-IF
141670     CLOSE FEE-SCHEDULE-FILE
141672
141674     OPEN OUTPUT ALERT-FILE
141676     IF WS-ALRT-STATUS NOT = "00"
141678         MOVE 8 TO WS-RETURN-CODE
141680         DISPLAY "ERROR: Unable to open alert case file"
141682         GO TO 3000-EXIT
141684     END-IF
141686     CLOSE ALERT-FILE
141688
141689     OPEN OUTPUT REVAL-FILE
141690     IF WS-REVL-STATUS NOT = "00"
141691         MOVE 8 TO WS-RETURN-CODE
141692         DISPLAY "ERROR: Unable to open FX revaluation file"
141693         GO TO 3000-EXIT
141694     END-IF
141695     CLOSE REVAL-FILE
141696
141706     OPEN OUTPUT BALHIST-FILE
141716     IF WS-BALH-STATUS NOT = "00"
141726         MOVE 8 TO WS-RETURN-CODE
141736         DISPLAY "ERROR: Unable to open balance history file"
141746         GO TO 3000-EXIT
141756     END-IF
141766     CLOSE BALHIST-FILE
141767
141768     OPEN OUTPUT SWEEP-FILE
141769     IF WS-SWP-STATUS NOT = "00"
141770         MOVE 8 TO WS-RETURN-CODE
141771         DISPLAY "ERROR: Unable to open cash sweep file"
141772         GO TO 3000-EXIT
141773     END-IF
141774     CLOSE SWEEP-FILE
141776
141786     OPEN OUTPUT PENDING-FILE
141800     IF WS-PEND-STATUS NOT = "00"
141900         MOVE 8 TO WS-RETURN-CODE
142000         DISPLAY "ERROR: Unable to open pending approvals file"
142700*    DOES RE-INIT A LIVE SYSTEM AS A RECOVERY FALLBACK.  EVERY
142800*    READER TREATS A NEVER-CREATED ARCHIVE (STATUS 35) AS
142900*    EMPTY, AND THE ARCHIVE RUN CREATES IT ON FIRST USE.
142910*    THE NIGHTLY RUN LOG (LGRUNL) IS KEPT FOR THE SAME REASON -
142920*    IT IS THE OPERATIONS RECORD OF WHAT RAN - AND IS CREATED BY
142930*    THE FIRST LOGGED JOB.
143000     DISPLAY "Ledger initialized.".
143100 3000-EXIT.
143200     EXIT.
143400*****************************************************************
143500*    4000-GET-BALANCE - DISPLAY ONE ACCOUNT'S BALANCE.
143600*    ARG1 = ACCOUNT ID.
143610*    ARG2 = OPTIONAL AS-OF DATE (YYYYMMDD).  A DATE BEFORE THE
143620*    BUSINESS DATE IS ANSWERED FROM THE DAILY BALANCE HISTORY
143630*    (4100); THE BUSINESS DATE ITSELF IS THE LIVE BALANCE.
143700*****************************************************************
143800 4000-GET-BALANCE.
143900     MOVE ZERO TO WS-RETURN-CODE
143910     IF ARG2 NOT = SPACES
143920         PERFORM 4100-GET-BALANCE-ASOF THRU 4100-EXIT
143930         IF NOT WS-BH-LIVE
143940             GO TO 4000-EXIT
143950         END-IF
143960     END-IF
144000     OPEN INPUT ACCOUNT-MASTER-FILE
144100     IF WS-ACCT-STATUS NOT = "00"
144200         MOVE 8 TO WS-RETURN-CODE
147600     MOVE ZERO      TO WS-TRANSACTION-AMOUNT
147700     MOVE ZERO      TO WS-CONVERTED-AMOUNT
147800     MOVE ZERO      TO WS-RATE-APPLIED
147810     MOVE ZERO      TO WS-FEE-AMOUNT
147900     INITIALIZE WS-FROM-ACCOUNT WS-TO-ACCOUNT
148000
148100*    VALIDATE THE AMOUNT BEFORE ANY OTHER REJECTION SO EVERY
153200             GO TO 5000-CLOSE-ACCT
153300         END-IF
153400     END-IF
153405*    PRICE THE TRANSFER OFF THE FEE SCHEDULE.  SYSTEM CHARGES,
153410*    COMPOUND ENTRY LEGS, REVERSALS, CASH SWEEPS, AND FEES AND FEE
153415*    REFUNDS THEMSELVES ARE NEVER CHARGED A FEE.
153420     IF NOT WS-SYSTEM-CHARGE
153425         AND NOT WS-SWP-POSTING
153450         AND WS-FEE-OF-SEQ = ZERO
153460         AND WS-REVERSAL-OF-SEQ = ZERO
153470         AND WS-ENT-NO = ZERO
153480         PERFORM 5900-LOOKUP-FEE THRU 5900-EXIT
153490         IF WS-RETURN-CODE NOT = ZERO
153500             GO TO 5000-CLOSE-ACCT
153510         END-IF
153520     END-IF
153530*    A SYSTEM-GENERATED CHARGE (ACCRUE) MUST POST EVEN WHEN IT
153540*    TAKES THE ACCOUNT PAST ITS LIMIT, SO THE FUNDS CHECK IS
153550*    WAIVED FOR IT - AND FOR A FEE REFUND, WHICH ONLY HANDS BACK
153560*    WHAT THE FEE INCOME ACCOUNT TOOK.  THE PAYER MUST COVER THE
153570*    TRANSFER AND ITS FEE TOGETHER.
153580     IF NOT WS-SYSTEM-CHARGE
153590         AND WS-FEE-OF-SEQ = ZERO
153900         PERFORM 5600-SUM-ACTIVE-HOLDS THRU 5600-EXIT
154000         IF WS-RETURN-CODE NOT = ZERO
154100             GO TO 5000-CLOSE-ACCT
154200         END-IF
154300         IF (FRACT-BALANCE - WS-HOLD-TOTAL
154310             + FRACT-CREDIT-LIMIT) <
154320             WS-TRANSACTION-AMOUNT + WS-FEE-AMOUNT
154500             MOVE 2 TO WS-RETURN-CODE
154600             MOVE "Insufficient funds" TO WS-JRN-STATUS-TEXT
154700             GO TO 5000-CLOSE-ACCT
157200     ELSE
157300         DISPLAY "Transaction " WS-JRN-STATUS-TEXT ": " ARG1
157400             " -> " ARG2 " : " ARG3
157410     END-IF
157420*    THE TRANSFER POSTED AND IS JOURNALLED - NOW TAKE ITS FEE.
157430     IF WS-FEE-AMOUNT > ZERO
157440         AND WS-RETURN-CODE = ZERO
157450         AND WS-JRN-WRITTEN
157460         AND WS-JRN-STATUS-TEXT = "Success"
157470         PERFORM 5950-POST-FEE THRU 5950-EXIT
157480     END-IF.
157600 5000-EXIT.
157700     EXIT.
157800
181300     MOVE WS-CAPTURE-HOLD-ID    TO JRN-HOLD-ID
181400     MOVE WS-RESUB-OF-SEQ       TO JRN-RESUB-OF
181500     MOVE WS-PEND-ID-REF        TO JRN-PEND-ID
181510     MOVE WS-CLR-REF            TO JRN-CLR-REF
181520     MOVE WS-ENT-NO             TO JRN-ENTRY-NO
181530     MOVE WS-ENT-LEG-NO         TO JRN-LEG-NO
181540     MOVE WS-ENT-LEG-CT         TO JRN-LEG-CT
181550     MOVE WS-FEE-OF-SEQ         TO JRN-FEE-OF
181555     MOVE WS-FXR-CCY-REF        TO JRN-FX-CCY
181560     PERFORM 9020-DERIVE-SOURCE THRU 9020-EXIT
181570     MOVE WS-POST-SOURCE        TO JRN-SOURCE
183200
183300     IF NOT WS-BATCH-MODE
183400         OPEN I-O JOURNAL-FILE
189800 9010-EXIT.
189900     EXIT.
190000
190002*****************************************************************
190004*    9020-DERIVE-SOURCE - WHAT IS DRIVING THE POSTING, AS
190006*    JOURNALLED IN JRN-SOURCE.  5900 PRICES A TRANSFER BY THE
190008*    SAME CODE BEFORE IT POSTS, SO THE FEE SCHEDULE AND THE
190010*    JOURNAL CANNOT DISAGREE.  A FEE REFUND IS A REVERSAL (V).
190011*    AN FX REVALUATION POSTING OR ITS REVERSAL (X) IS ALSO A
190012*    SYSTEM CHARGE, SO IT IS TESTED FIRST.
190013*****************************************************************
190014 9020-DERIVE-SOURCE.
190015     EVALUATE TRUE
190016         WHEN WS-FXR-POSTING
190017             MOVE "X" TO WS-POST-SOURCE
190018         WHEN WS-SYSTEM-CHARGE
190019             MOVE "A" TO WS-POST-SOURCE
190022         WHEN WS-FEE-OF-SEQ > ZERO
190024             AND WS-REVERSAL-OF-SEQ = ZERO
190026             MOVE "F" TO WS-POST-SOURCE
190028         WHEN WS-ENT-NO > ZERO
190030             MOVE "M" TO WS-POST-SOURCE
190032         WHEN WS-ORDER-NO > ZERO
190034             MOVE "S" TO WS-POST-SOURCE
190036         WHEN WS-REVERSAL-OF-SEQ > ZERO
190038             MOVE "V" TO WS-POST-SOURCE
190040         WHEN WS-RESUB-OF-SEQ > ZERO
190042             MOVE "R" TO WS-POST-SOURCE
190044         WHEN WS-PEND-ID-REF > ZERO
190046             MOVE "P" TO WS-POST-SOURCE
190048         WHEN WS-CLR-REF NOT = SPACES
190050             MOVE "C" TO WS-POST-SOURCE
190052         WHEN WS-CAPTURE-HOLD-ID > ZERO
190054             MOVE "H" TO WS-POST-SOURCE
190055         WHEN WS-SWP-POSTING
190056             MOVE "W" TO WS-POST-SOURCE
190057         WHEN WS-BATCH-ORD > ZERO
190058             MOVE "B" TO WS-POST-SOURCE
190060         WHEN OTHER
190062             MOVE "O" TO WS-POST-SOURCE
190064     END-EVALUATE.
190066 9020-EXIT.
190068     EXIT.
190078
190100*****************************************************************
190200*    9100-NEXT-SEQUENCE-NUMBER - READ/INCREMENT/REWRITE THE
190300*    ONE-RECORD CONTROL FILE SO THE JOURNAL SEQUENCE SURVIVES
197000*    WORKING-STORAGE SOURCES 9000 JOURNALLED, NOT FROM THE
197100*    JOURNAL RECORD AREA - THE JOURNAL FILE MAY ALREADY BE
197200*    CLOSED AGAIN BY THE TIME THIS RUNS.
197210*    BOTH SIDES OF A TRANSFER FEE, AND OF A FEE REFUND, ARE
197220*    FLAGGED FOR STATEMENT.
197300*****************************************************************
197400 9200-WRITE-JOURNAL-INDEX.
197500     IF NOT WS-BATCH-MODE
198100         END-IF
198200     END-IF
198300
198310*    A COMPOUND ENTRY'S LEG HAS ONE SIDE ONLY - THE BLANK SIDE IS
198320*    THE ENTRY ITSELF, NAMED AS THE LEG'S OTHER ACCOUNT.
198330     MOVE WS-ENT-NO             TO WS-ENT-IDX-NO
198331     MOVE SPACE TO WS-FEE-IDX-FLAG
198332     IF WS-FEE-OF-SEQ > ZERO
198333         MOVE "F" TO WS-FEE-IDX-FLAG
198334         IF WS-REVERSAL-OF-SEQ > ZERO
198335             MOVE "R" TO WS-FEE-IDX-FLAG
198336         END-IF
198337     END-IF
198340     IF ARG1 = SPACES
198350         GO TO 9200-CREDIT-SIDE
198360     END-IF
198370     MOVE ARG1                  TO IDX-ACCT
198380     MOVE WS-CURRENT-DATE       TO IDX-DATE
198390     MOVE WS-NEXT-SEQ           TO IDX-SEQ
198400     MOVE ARG2                  TO IDX-OTHER-ACCT
198410     IF WS-ENT-NO > ZERO
198420         MOVE WS-ENT-IDX-LABEL  TO IDX-OTHER-ACCT
198430     END-IF
198440     MOVE WS-FEE-IDX-FLAG       TO IDX-FEE-FLAG
198800     COMPUTE IDX-AMOUNT = ZERO - WS-TRANSACTION-AMOUNT
198900     WRITE IDX-RECORD
198910*    A SILENT INDEX WRITE FAILURE WOULD LEAVE STATEMENT MISSING
198920*    THE MOVEMENT, WITH NOTHING TO SAY SO UNTIL A VERIFY RUN -
198930*    TREAT IT LIKE A JOURNAL WRITE FAILURE.
199300     IF WS-JIDX-STATUS NOT = "00" AND WS-JIDX-STATUS NOT = "02"
199400         MOVE 8 TO WS-RETURN-CODE
199500         DISPLAY "ERROR: Journal index write failed, status "
199600             WS-JIDX-STATUS
199700         GO TO 9200-CLOSE
199800     END-IF.
199900
199910 9200-CREDIT-SIDE.
199920     IF ARG2 = SPACES
199930         GO TO 9200-CLOSE
199940     END-IF
199950     MOVE ARG2                  TO IDX-ACCT
199960     MOVE WS-CURRENT-DATE       TO IDX-DATE
199970     MOVE WS-NEXT-SEQ           TO IDX-SEQ
199980     MOVE ARG1                  TO IDX-OTHER-ACCT
199990     IF WS-ENT-NO > ZERO
200000         MOVE WS-ENT-IDX-LABEL  TO IDX-OTHER-ACCT
200010     END-IF
200020     MOVE WS-FEE-IDX-FLAG       TO IDX-FEE-FLAG
200400     MOVE WS-CONVERTED-AMOUNT   TO IDX-AMOUNT
200500     WRITE IDX-RECORD
200600     IF WS-JIDX-STATUS NOT = "00" AND WS-JIDX-STATUS NOT = "02"
235800     END-IF
235900
236000     MOVE "N" TO WS-MATCH-DONE-SW
236010     MOVE ZERO TO WS-MATCH-FEE-OF
236100     PERFORM 6100-READ-BATCH-RECORD THRU 6100-EXIT
236200     PERFORM 6320-MATCH-JOURNALLED-RECORD THRU 6320-EXIT
236300         UNTIL WS-EOF OR WS-MATCH-DONE
242600             GO TO 6320-EXIT
242700     END-READ
242800     ADD 1 TO WS-MATCH-SEQ
242805*    A FEE RECORD BELONGS TO THE TRANSFER JOURNALLED JUST BEFORE
242810*    IT, NOT TO A BATCH RECORD OF ITS OWN.  IN A FAST RUN THE FEE
242815*    OF A MATCHED SUCCESS DIED IN THE CACHE WITH IT AND IS
242820*    RE-APPLIED; ANY OTHER FEE RECORD IS WALKED PAST.
242825     IF JRN-FEE-OF > ZERO
242830         IF WS-CKPT-FAST
242835             AND JRN-FEE-OF = WS-MATCH-FEE-OF
242840             AND JRN-STATUS = "Success"
242845             PERFORM 6330-REAPPLY-JOURNALLED THRU 6330-EXIT
242850         END-IF
242855         GO TO 6320-EXIT
242860     END-IF
242900     MOVE FUNCTION NUMVAL(BTX-AMOUNT) TO WS-BTX-AMOUNT
243000     COMPUTE WS-MATCH-EXPECT-ORD = WS-BATCH-DONE-CT + 1
243100     IF JRN-BATCH-ORD NOT = WS-MATCH-EXPECT-ORD
244800     ADD 1 TO WS-BATCH-DONE-CT
244900     IF JRN-STATUS = "Success"
245000         ADD 1 TO WS-BATCH-APPLIED-CT
245010         MOVE JRN-SEQ-NO TO WS-MATCH-FEE-OF
245100*        A FAST RUN'S POST-CHECKPOINT POSTINGS NEVER REACHED
245200*        THE MASTER (THEY DIED IN THE CACHE), SO A MATCHED
245300*        SUCCESS IS RE-APPLIED HERE FROM ITS JOURNAL ENTRY.
280800         MOVE ARG2 (1:8) TO WS-REV-QUAL-DATE
280900     END-IF
281000     MOVE ZERO TO WS-REV-CAND-CT
281010     MOVE ZERO TO WS-REV-CAND-ENTRY
281020     MOVE "N"  TO WS-REV-CAND-ARCH-SW
281030     MOVE ZERO TO WS-REV-CAND-FEE-OF
281040     MOVE ZERO TO WS-REV-CAND-DATE
281050     MOVE SPACE TO WS-REV-CAND-SOURCE
281100
281200     OPEN INPUT JOURNAL-FILE
281300     IF WS-JRNL-STATUS NOT = "00"
282700                 MOVE JRN-TO-ACCT          TO WS-REV-FROM
282800                 MOVE JRN-FROM-ACCT        TO WS-REV-TO
282900                 MOVE JRN-CONVERTED-AMOUNT TO WS-REV-AMOUNT
282910                 MOVE JRN-ENTRY-NO         TO WS-REV-CAND-ENTRY
282920                 MOVE JRN-FEE-OF           TO WS-REV-CAND-FEE-OF
282930                 MOVE JRN-DATE             TO WS-REV-CAND-DATE
282940                 MOVE JRN-SOURCE           TO WS-REV-CAND-SOURCE
283000             END-IF
283100     END-READ
283200     CLOSE JOURNAL-FILE
285200             "second argument"
285300         GO TO 8500-EXIT
285400     END-IF
285401*    AN FX REVALUATION POSTING IS TAKEN BACK BY FX_REVERSE, WHICH
285402*    KEEPS LGREVAL IN STEP - A HAND REVERSAL WOULD NOT.
285403     IF WS-REV-CAND-SOURCE = "X"
285404         MOVE 43 TO WS-RETURN-CODE
285405         DISPLAY "ERROR: FX revaluation postings are reversed "
285406             "with FX_REVERSE"
285407         MOVE ZERO TO WS-REVERSAL-OF-SEQ
285408         GO TO 8500-EXIT
285409     END-IF
285410*    ANY RECORD OF A COMPOUND ENTRY - HEADER OR LEG - REVERSES
285420*    THE WHOLE ENTRY.
285430     IF WS-REV-CAND-ENTRY > ZERO
285440         PERFORM 6750-REVERSE-ENTRY THRU 6750-EXIT
285450         MOVE ZERO TO WS-REVERSAL-OF-SEQ
285460         GO TO 8500-EXIT
285470     END-IF
285500     IF WS-REV-CAND-STATUS NOT = "Success"
285600         MOVE 4 TO WS-RETURN-CODE
285610         DISPLAY "ERROR: Cannot reverse a rejected "
285620             "transaction"
285630         GO TO 8500-EXIT
285640     END-IF
285650*    A FEE RECORD IS REFUNDED ONCE, ALONE OR WITH ITS TRANSFER.
285660     IF WS-REV-CAND-FEE-OF > ZERO
285670         MOVE WS-REV-CAND-FEE-OF TO WS-FEE-ORIG-SEQ
285680         MOVE WS-REVERSAL-OF-SEQ TO WS-FEE-REF-SEQ
285690         PERFORM 8590-CHECK-FEE-REFUNDED THRU 8590-EXIT
285700         IF WS-RETURN-CODE NOT = ZERO
285710             MOVE ZERO TO WS-REVERSAL-OF-SEQ
285720             GO TO 8500-EXIT
285730         END-IF
285740         IF WS-FEE-REFUNDED
285750             MOVE 41 TO WS-RETURN-CODE
285760             DISPLAY "ERROR: Fee seq " WS-FEE-REF-SEQ
285770                 " has already been refunded"
285780             MOVE ZERO TO WS-REVERSAL-OF-SEQ
285790             GO TO 8500-EXIT
285800         END-IF
285810     END-IF
286200     MOVE WS-REV-FROM        TO ARG1
286300     MOVE WS-REV-TO          TO ARG2
286400     MOVE WS-REV-AMOUNT      TO WS-REV-AMOUNT-EDIT
286500     MOVE WS-REV-AMOUNT-EDIT TO ARG3
286510     MOVE WS-REV-CAND-FEE-OF TO WS-FEE-OF-SEQ
286600     PERFORM 5000-APPLY-TRANSACTION THRU 5000-EXIT
286610     MOVE ZERO TO WS-FEE-OF-SEQ
286620*    A TRANSFER THAT WAS CHARGED A FEE HAS THE FEE REFUNDED WITH
286630*    IT.  REVERSING A FEE RECORD ITSELF IS A REFUND OF THAT FEE
286640*    ALONE (WS-FEE-OF-SEQ CARRIES ITS TRANSFER INTO THE JOURNAL).
286650     IF WS-RETURN-CODE = ZERO
286660         AND WS-REV-CAND-FEE-OF = ZERO
286670         PERFORM 8580-REFUND-FEE THRU 8580-EXIT
286680     END-IF
286690     MOVE ZERO TO WS-REVERSAL-OF-SEQ.
286800 8500-EXIT.
286900     EXIT.
287000
292100         MOVE ARC-TO-ACCT          TO WS-REV-FROM
292200         MOVE ARC-FROM-ACCT        TO WS-REV-TO
292300         MOVE ARC-CONVERTED-AMOUNT TO WS-REV-AMOUNT
292310         MOVE ARC-ENTRY-NO         TO WS-REV-CAND-ENTRY
292312         MOVE ARC-FEE-OF           TO WS-REV-CAND-FEE-OF
292314         MOVE ARC-DATE             TO WS-REV-CAND-DATE
292319         MOVE ARC-SOURCE           TO WS-REV-CAND-SOURCE
292320         MOVE "Y"                  TO WS-REV-CAND-ARCH-SW
292400     END-IF.
292500 8560-EXIT.
292600     EXIT.
298200     MOVE ZERO TO WS-STMT-OPEN-BAL
298300     MOVE ZERO TO WS-STMT-RUN-BAL
298400     MOVE ZERO TO WS-STMT-LINE-CT
298410     MOVE ZERO TO WS-STMT-FEE-TOTAL
298500     MOVE "N"  TO WS-STMT-HDR-SW
298600     MOVE "N"  TO WS-EOF-SW
298700     MOVE ARG1 TO IDX-ACCT
300400     END-IF
300500     DISPLAY "CLOSING BALANCE " WS-STMT-RUN-BAL
300600     DISPLAY "ENTRIES PRINTED " WS-STMT-LINE-CT
300610     IF WS-STMT-FEE-TOTAL NOT = ZERO
300620         DISPLAY "FEES IN PERIOD  " WS-STMT-FEE-TOTAL
300630     END-IF
300700
300800     CLOSE JOURNAL-INDEX-FILE.
300900 8600-EXIT.
304000         MOVE "Y" TO WS-STMT-HDR-SW
304100     END-IF
304200     ADD IDX-AMOUNT TO WS-STMT-RUN-BAL
304210     EVALUATE TRUE
304220         WHEN IDX-FEE-CHARGE
304230             ADD IDX-AMOUNT TO WS-STMT-FEE-TOTAL
304240             DISPLAY IDX-DATE " " IDX-SEQ " " IDX-OTHER-ACCT
304250                 " " IDX-AMOUNT " " WS-STMT-RUN-BAL " FEE"
304260         WHEN IDX-FEE-REFUND
304270             ADD IDX-AMOUNT TO WS-STMT-FEE-TOTAL
304280             DISPLAY IDX-DATE " " IDX-SEQ " " IDX-OTHER-ACCT
304290                 " " IDX-AMOUNT " " WS-STMT-RUN-BAL " FEE REFUND"
304300         WHEN OTHER
304310             DISPLAY IDX-DATE " " IDX-SEQ " " IDX-OTHER-ACCT
304320                 " " IDX-AMOUNT " " WS-STMT-RUN-BAL
304330     END-EVALUATE
304500     ADD 1 TO WS-STMT-LINE-CT.
304600 8610-EXIT.
304700     EXIT.
306100     MOVE ZERO TO WS-RETURN-CODE
306200     MOVE ZERO TO WS-RCN-COUNT
306300     MOVE ZERO TO WS-RCN-ERROR-CT
306310     MOVE ZERO TO WS-RCE-ERROR-CT
306320     MOVE ZERO TO WS-RCE-NO
306400     MOVE "N"  TO WS-EOF-SW
306500
306600*    CLOSED PERIODS LIVE ON THE ARCHIVE - REPLAY IT FIRST SO
307900         PERFORM 6560-REPLAY-ARCHIVE-ENTRY THRU 6560-EXIT
308000             UNTIL WS-EOF
308100         CLOSE JOURNAL-ARCHIVE-FILE
308110         PERFORM 6575-CLOSE-ENTRY THRU 6575-EXIT
308200         IF WS-RETURN-CODE NOT = ZERO
308300             GO TO 6500-EXIT
308400         END-IF
310900     IF WS-RETURN-CODE NOT = ZERO
311000         GO TO 6500-EXIT
311100     END-IF
311110     PERFORM 6575-CLOSE-ENTRY THRU 6575-EXIT
311200
311300     DISPLAY "***** RECONCILIATION REPORT *****"
311400     MOVE "N" TO WS-EOF-SW
313100     PERFORM 6550-REPORT-UNMATCHED THRU 6550-EXIT
313200         UNTIL WS-RCN-IDX >= WS-RCN-COUNT
313300
313310     IF WS-RCE-ERROR-CT > ZERO
313320         MOVE 15 TO WS-RETURN-CODE
313330         DISPLAY "RECONCILE: " WS-RCE-ERROR-CT
313340             " COMPOUND ENTRY(S) INCOMPLETE OR UNBALANCED"
313350     END-IF
313360     IF WS-RCN-ERROR-CT > ZERO
313370         MOVE 15 TO WS-RETURN-CODE
313380         DISPLAY "RECONCILE: " WS-RCN-ERROR-CT
313390             " ACCOUNT(S) OUT OF BALANCE"
313400     ELSE
313410         IF WS-RCE-ERROR-CT = ZERO
313420             DISPLAY "RECONCILE: LEDGER AND JOURNAL AGREE"
313430         END-IF
313440     END-IF.
314100 6500-EXIT.
314200     EXIT.
314300
314700             MOVE "Y" TO WS-EOF-SW
314800             GO TO 6510-EXIT
314900     END-READ
314910     IF JRN-ENTRY-NO > ZERO
314920         MOVE JRN-ENTRY-NO         TO WS-RCE-W-NO
314930         MOVE JRN-LEG-NO           TO WS-RCE-W-LEG-NO
314940         MOVE JRN-LEG-CT           TO WS-RCE-W-LEG-CT
314950         MOVE JRN-STATUS           TO WS-RCE-W-STATUS
314960         MOVE JRN-FROM-ACCT        TO WS-RCE-W-FROM
314970         MOVE JRN-AMOUNT           TO WS-RCE-W-AMT
314980         MOVE JRN-CONVERTED-AMOUNT TO WS-RCE-W-CONV
314990         MOVE JRN-REVERSAL-OF      TO WS-RCE-W-REV-OF
315000         PERFORM 6570-TRACK-ENTRY THRU 6570-EXIT
315010     END-IF
315020     IF JRN-STATUS NOT = "Success"
315030         GO TO 6510-EXIT
315040     END-IF
315050*    A COMPOUND ENTRY'S RECORDS ARE ONE-SIDED (ITS HEADER HAS NO
315060*    ACCOUNT AT ALL) - A BLANK SIDE MOVES NOTHING.
315070     IF JRN-FROM-ACCT = SPACES
315080         GO TO 6510-CREDIT-SIDE
315090     END-IF
315100     MOVE JRN-FROM-ACCT TO WS-RCN-WORK-ACCT
315400     COMPUTE WS-RCN-WORK-AMT = ZERO - JRN-AMOUNT
315500     PERFORM 6520-POST-EXPECTED THRU 6520-EXIT
315600     IF WS-RETURN-CODE NOT = ZERO
315700         MOVE "Y" TO WS-EOF-SW
315800         GO TO 6510-EXIT
315900     END-IF.
315910 6510-CREDIT-SIDE.
315920     IF JRN-TO-ACCT = SPACES
315930         GO TO 6510-EXIT
315940     END-IF
315950     MOVE JRN-TO-ACCT TO WS-RCN-WORK-ACCT
316100     MOVE JRN-CONVERTED-AMOUNT TO WS-RCN-WORK-AMT
316200     PERFORM 6520-POST-EXPECTED THRU 6520-EXIT
316300     IF WS-RETURN-CODE NOT = ZERO
475500         END-IF
475600         MOVE ARG1 (1:8) TO WS-GLX-BUS-DATE
475700     END-IF
475705*    THE OPEN DATE'S JOURNAL ONLY LEAVES FOR THE GL ONCE RECONCILE
475710*    HAS PASSED FOR IT.  AN EARLIER DATE PASSED THAT TEST BEFORE
475715*    CLOSE_DAY WOULD LET IT CLOSE, SO A RETRANSMISSION IS FREE.
475720     IF WS-GLX-BUS-DATE NOT < WS-CURRENT-DATE
475725         MOVE WS-GLX-BUS-DATE TO WS-RCN-CHECK-DATE
475730         PERFORM 9560-CHECK-RECONCILED THRU 9560-EXIT
475735         IF WS-RETURN-CODE NOT = ZERO
475740             GO TO 8300-EXIT
475745         END-IF
475750     END-IF
475800
475900*    A RETRANSMISSION MAY LEGITIMATELY NAME ANY DATE, SO A
476000*    NON-BUSINESS DATE ONLY WARNS HERE INSTEAD OF REFUSING.
484700         OR JRN-DATE NOT = WS-GLX-BUS-DATE
484800         GO TO 8310-EXIT
484900     END-IF
484910*    A COMPOUND ENTRY'S HEADER AND THE BLANK SIDE OF EACH OF ITS
484920*    LEGS MOVE NOTHING - ONLY THE LEG'S OWN ACCOUNT IS EXTRACTED.
484930     IF JRN-FROM-ACCT = SPACES
484940         GO TO 8310-CREDIT-SIDE
484950     END-IF
484960     MOVE JRN-FROM-ACCT    TO WS-GLX-WORK-ACCT
485100     MOVE JRN-CURRENCY     TO WS-GLX-WORK-CCY
485200     MOVE JRN-AMOUNT       TO WS-GLX-WORK-AMT
485300     MOVE "D"              TO WS-GLX-WORK-SIDE
485500     IF WS-RETURN-CODE NOT = ZERO
485600         MOVE "Y" TO WS-EOF-SW
485700         GO TO 8310-EXIT
485800     END-IF.
485810 8310-CREDIT-SIDE.
485820     IF JRN-TO-ACCT = SPACES
485830         GO TO 8310-EXIT
485840     END-IF
485850     MOVE JRN-TO-ACCT      TO WS-GLX-WORK-ACCT
486000     MOVE JRN-TO-CURRENCY  TO WS-GLX-WORK-CCY
486100     MOVE JRN-CONVERTED-AMOUNT TO WS-GLX-WORK-AMT
486200     MOVE "C"              TO WS-GLX-WORK-SIDE
509500             MOVE "Y" TO WS-EOF-SW
509600             GO TO 6560-EXIT
509700     END-READ
509710     IF ARC-ENTRY-NO > ZERO
509720         MOVE ARC-ENTRY-NO         TO WS-RCE-W-NO
509730         MOVE ARC-LEG-NO           TO WS-RCE-W-LEG-NO
509740         MOVE ARC-LEG-CT           TO WS-RCE-W-LEG-CT
509750         MOVE ARC-STATUS           TO WS-RCE-W-STATUS
509760         MOVE ARC-FROM-ACCT        TO WS-RCE-W-FROM
509770         MOVE ARC-AMOUNT           TO WS-RCE-W-AMT
509780         MOVE ARC-CONVERTED-AMOUNT TO WS-RCE-W-CONV
509790         MOVE ARC-REVERSAL-OF      TO WS-RCE-W-REV-OF
509800         PERFORM 6570-TRACK-ENTRY THRU 6570-EXIT
509810     END-IF
509820     IF ARC-STATUS NOT = "Success"
509830         GO TO 6560-EXIT
509840     END-IF
509850     IF ARC-FROM-ACCT = SPACES
509860         GO TO 6560-CREDIT-SIDE
509870     END-IF
509880     MOVE ARC-FROM-ACCT TO WS-RCN-WORK-ACCT
510200     COMPUTE WS-RCN-WORK-AMT = ZERO - ARC-AMOUNT
510300     PERFORM 6520-POST-EXPECTED THRU 6520-EXIT
510400     IF WS-RETURN-CODE NOT = ZERO
510500         MOVE "Y" TO WS-EOF-SW
510600         GO TO 6560-EXIT
510700     END-IF.
510710 6560-CREDIT-SIDE.
510720     IF ARC-TO-ACCT = SPACES
510730         GO TO 6560-EXIT
510740     END-IF
510750     MOVE ARC-TO-ACCT TO WS-RCN-WORK-ACCT
510900     MOVE ARC-CONVERTED-AMOUNT TO WS-RCN-WORK-AMT
511000     PERFORM 6520-POST-EXPECTED THRU 6520-EXIT
511100     IF WS-RETURN-CODE NOT = ZERO
526200     MOVE JRN-RESUB-OF         TO ARC-RESUB-OF
526300     MOVE JRN-PEND-ID          TO ARC-PEND-ID
526400     MOVE JRN-SOURCE           TO ARC-SOURCE
526410     MOVE JRN-CLR-REF          TO ARC-CLR-REF
526420     MOVE JRN-ENTRY-NO         TO ARC-ENTRY-NO
526430     MOVE JRN-LEG-NO           TO ARC-LEG-NO
526440     MOVE JRN-LEG-CT           TO ARC-LEG-CT
526450     MOVE JRN-FEE-OF           TO ARC-FEE-OF
526460     MOVE JRN-FX-CCY           TO ARC-FX-CCY
526500     WRITE ARC-RECORD
526600         INVALID KEY
526700             ADD 1 TO WS-ARC-DUP-CT
643900         CLOSE PENDING-FILE
644000         GO TO 8400-EXIT
644100     END-IF
644105*    ONCE OPERATORS ARE ENROLLED THE APPROVER IS THE SIGNED-ON
644110*    OPERATOR, ALREADY VETTED BY 2100; THE REQUESTER MUST BE A
644115*    REAL OPERATOR WHO IS STILL ACTIVE - A REVOKED OPERATOR'S
644120*    PARKED TRANSFER IS NOT APPROVED ON THEIR BEHALF.
644125     IF WS-OPR-CONTROLLED
644130         MOVE PND-REQ-OPER TO WS-CHK-OPER
644135         PERFORM 2160-CHECK-OPERATOR-ACTIVE THRU 2160-EXIT
644140         IF NOT WS-CHK-ACTIVE
644145             MOVE 34 TO WS-RETURN-CODE
644150             DISPLAY "ERROR: Requesting operator " PND-REQ-OPER
644155                 " is not an active operator"
644160             CLOSE PENDING-FILE
644165             GO TO 8400-EXIT
644170         END-IF
644175     END-IF
644200*    THE POSTING BUILD BELOW OVERWRITES ARG2 - KEEP THE
644300*    APPROVER'S ID FOR THE FINAL REWRITE.
644400     MOVE ARG2 (1:8)    TO WS-PEND-APPROVER
676800         OR ARC-DATE NOT = WS-GLX-BUS-DATE
676900         GO TO 8316-EXIT
677000     END-IF
677010     IF ARC-FROM-ACCT = SPACES
677020         GO TO 8316-CREDIT-SIDE
677030     END-IF
677040     MOVE ARC-FROM-ACCT        TO WS-GLX-WORK-ACCT
677200     MOVE ARC-CURRENCY         TO WS-GLX-WORK-CCY
677300     MOVE ARC-AMOUNT           TO WS-GLX-WORK-AMT
677400     MOVE "D"                  TO WS-GLX-WORK-SIDE
677600     IF WS-RETURN-CODE NOT = ZERO
677700         MOVE "Y" TO WS-EOF-SW
677800         GO TO 8316-EXIT
677900     END-IF.
677910 8316-CREDIT-SIDE.
677920     IF ARC-TO-ACCT = SPACES
677930         GO TO 8316-EXIT
677940     END-IF
677950     MOVE ARC-TO-ACCT          TO WS-GLX-WORK-ACCT
678100     MOVE ARC-TO-CURRENCY      TO WS-GLX-WORK-CCY
678200     MOVE ARC-CONVERTED-AMOUNT TO WS-GLX-WORK-AMT
678300     MOVE "C"                  TO WS-GLX-WORK-SIDE
689700     MOVE ZERO TO WS-EOD-HPLACED-CT WS-EOD-HRELEASED-CT
689800     MOVE ZERO TO WS-EOD-HEXPIRED-CT WS-EOD-HCAPTURED-CT
689900     MOVE ZERO TO WS-EOD-FLAG-CT WS-EOD-RV-COUNT
689910     MOVE ZERO TO WS-EOD-ENT-CT WS-EOD-ENT-LEG-CT
689920     MOVE ZERO TO WS-EOD-ENT-OPEN-CT
689930     MOVE ZERO TO WS-EOD-FEE-COUNT WS-EOD-FEE-FAIL-CT
690000     MOVE "N"  TO WS-EOD-SEEN-SW
690100     MOVE "N"  TO WS-EOF-SW
690200     IF ARG1 = SPACES
690900         END-IF
691000         MOVE ARG1 (1:8) TO WS-EOD-DATE
691100     END-IF
691110*    AS FOR EXTRACT: NO REPORT ON THE OPEN DATE BEFORE RECONCILE
691120*    HAS PASSED FOR IT.
691130     IF WS-EOD-DATE NOT < WS-CURRENT-DATE
691140         MOVE WS-EOD-DATE TO WS-RCN-CHECK-DATE
691150         PERFORM 9560-CHECK-RECONCILED THRU 9560-EXIT
691160         IF WS-RETURN-CODE NOT = ZERO
691170             GO TO 8450-EXIT
691180         END-IF
691190     END-IF
691200
691300     OPEN INPUT JOURNAL-FILE
691400     IF WS-JRNL-STATUS NOT = "00"
695600     MOVE "Y" TO WS-EOD-SEEN-SW
695700     ADD WS-EOD-FOREIGN-PEND TO WS-EOD-INTERLEAVE-CT
695800     MOVE ZERO TO WS-EOD-FOREIGN-PEND
695810*    A COMPOUND ENTRY COUNTS ONCE, ON ITS HEADER - WHOSE AMOUNT IS
695820*    THE ENTRY'S DEBIT TOTAL IN THE ENTRY CURRENCY - SO ITS LEGS
695830*    ARE PASSED OVER.  A HEADER STILL "Posting" IS AN ENTRY
695840*    INTERRUPTED PART-POSTED.
695850     IF JRN-LEG-NO > ZERO
695860         GO TO 8455-EXIT
695870     END-IF
695880     IF JRN-ENTRY-NO > ZERO
695890         IF JRN-STATUS = "Success"
695900             ADD 1          TO WS-EOD-ENT-CT
695910             ADD JRN-LEG-CT TO WS-EOD-ENT-LEG-CT
695920         END-IF
695930         IF JRN-STATUS = "Posting"
695940             ADD 1 TO WS-EOD-ENT-OPEN-CT
695950         END-IF
695960     END-IF
695970     ADD 1 TO WS-EOD-TOTAL-CT
696000     PERFORM 8460-EOD-ADD-STATUS THRU 8460-EXIT
696100     IF JRN-STATUS = "Success"
696200         PERFORM 8465-EOD-ADD-CCY THRU 8465-EXIT
697500             ADD 1 TO WS-EOD-ACR-CT
697600             ADD JRN-AMOUNT TO WS-EOD-ACR-AMT
697700         END-IF
697710         IF JRN-FEE-OF > ZERO
697720             PERFORM 8468-EOD-ADD-FEE THRU 8468-EXIT
697730         END-IF
697800     ELSE
697900         ADD 1 TO WS-EOD-REJ-CT
698000         IF JRN-ORDER-NO > ZERO
698100             ADD 1 TO WS-EOD-REL-REJ-CT
698200         END-IF
698210         IF JRN-SOURCE = "F"
698220             ADD 1 TO WS-EOD-FEE-FAIL-CT
698230         END-IF
698300     END-IF.
698400 8455-EXIT.
698500     EXIT.
704100     END-IF.
704200 8467-EXIT.
704300     EXIT.
704302
704304*    FEES CHARGED (SOURCE F) AND REFUNDED (A REVERSAL CARRYING
704306*    JRN-FEE-OF), TALLIED PER CURRENCY.
704308 8468-EOD-ADD-FEE.
704310     MOVE ZERO TO WS-EOD-FEE-IDX
704312     MOVE "N"  TO WS-FOUND-SW
704314     PERFORM 8469-EOD-SEARCH-FEE THRU 8469-EXIT
704316         UNTIL WS-FOUND OR WS-EOD-FEE-IDX >= WS-EOD-FEE-COUNT
704318     IF WS-NOT-FOUND
704320         IF WS-EOD-FEE-COUNT >= WS-EOD-FEE-MAX
704322             DISPLAY "WARNING: Too many fee currencies for the "
704324                 "report - " JRN-CURRENCY " omitted"
704326             GO TO 8468-EXIT
704328         END-IF
704330         ADD 1 TO WS-EOD-FEE-COUNT
704332         MOVE WS-EOD-FEE-COUNT TO WS-EOD-FEE-IDX
704334         MOVE JRN-CURRENCY TO WS-EOD-FEE-CCY (WS-EOD-FEE-IDX)
704336         MOVE ZERO TO WS-EOD-FEE-CHG-CT (WS-EOD-FEE-IDX)
704338         MOVE ZERO TO WS-EOD-FEE-CHG-AMT (WS-EOD-FEE-IDX)
704340         MOVE ZERO TO WS-EOD-FEE-REF-CT (WS-EOD-FEE-IDX)
704342         MOVE ZERO TO WS-EOD-FEE-REF-AMT (WS-EOD-FEE-IDX)
704344     END-IF
704346     IF JRN-REVERSAL-OF = ZERO
704348         ADD 1 TO WS-EOD-FEE-CHG-CT (WS-EOD-FEE-IDX)
704350         ADD JRN-AMOUNT TO WS-EOD-FEE-CHG-AMT (WS-EOD-FEE-IDX)
704352     ELSE
704354         ADD 1 TO WS-EOD-FEE-REF-CT (WS-EOD-FEE-IDX)
704356         ADD JRN-AMOUNT TO WS-EOD-FEE-REF-AMT (WS-EOD-FEE-IDX)
704358     END-IF.
704360 8468-EXIT.
704362     EXIT.
704364
704366 8469-EOD-SEARCH-FEE.
704368     ADD 1 TO WS-EOD-FEE-IDX
704370     IF WS-EOD-FEE-CCY (WS-EOD-FEE-IDX) = JRN-CURRENCY
704372         MOVE "Y" TO WS-FOUND-SW
704374     END-IF.
704376 8469-EXIT.
704378     EXIT.
704400
704500*****************************************************************
704600*    8470-EOD-CHECK-REVERSALS - LOOK UP EACH REVERSED ENTRY'S
715000     MOVE WS-EOD-ACR-AMT TO WS-EOD-AMT-EDIT
715100     DISPLAY "ACCRUAL CHARGES   " WS-EOD-ACR-CT
715200         " TOTAL " WS-EOD-AMT-EDIT
715210     DISPLAY "COMPOUND ENTRIES  " WS-EOD-ENT-CT
715220         " LEGS " WS-EOD-ENT-LEG-CT
715230     DISPLAY "FEES BY CURRENCY:"
715240     IF WS-EOD-FEE-COUNT = ZERO
715250         DISPLAY "  NONE"
715260     END-IF
715270     MOVE ZERO TO WS-EOD-FEE-IDX
715280     PERFORM 8489-EOD-PRINT-FEE THRU 8489-EXIT
715290         UNTIL WS-EOD-FEE-IDX >= WS-EOD-FEE-COUNT
715300     DISPLAY "HOLDS PLACED      " WS-EOD-HPLACED-CT
715400         " RELEASED " WS-EOD-HRELEASED-CT
715500         " EXPIRED " WS-EOD-HEXPIRED-CT
716500         DISPLAY "** FLAG: " WS-EOD-REV-SAMEDAY-CT
716600             " REVERSAL(S) OF SAME-DAY POSTINGS"
716700     END-IF
716710     IF WS-EOD-ENT-OPEN-CT > ZERO
716720         ADD 1 TO WS-EOD-FLAG-CT
716730         DISPLAY "** FLAG: " WS-EOD-ENT-OPEN-CT
716740             " COMPOUND ENTRY(S) INTERRUPTED PART-POSTED"
716750     END-IF
716755     IF WS-EOD-FEE-FAIL-CT > ZERO
716760         ADD 1 TO WS-EOD-FLAG-CT
716765         DISPLAY "** FLAG: " WS-EOD-FEE-FAIL-CT
716770             " TRANSFER FEE(S) NOT CHARGED - SEE THE JOURNAL"
716775     END-IF
716800     IF WS-EOD-INTERLEAVE-CT > ZERO
716900         ADD 1 TO WS-EOD-FLAG-CT
717000         DISPLAY "** FLAG: " WS-EOD-INTERLEAVE-CT
719200         WS-EOD-AMT-EDIT.
719300 8487-EXIT.
719400     EXIT.
719500
719510 8489-EOD-PRINT-FEE.
719520     ADD 1 TO WS-EOD-FEE-IDX
719530     MOVE WS-EOD-FEE-CHG-AMT (WS-EOD-FEE-IDX) TO WS-EOD-AMT-EDIT
719540     MOVE WS-EOD-FEE-REF-AMT (WS-EOD-FEE-IDX)
719550         TO WS-EOD-REF-AMT-EDIT
719560     DISPLAY "  " WS-EOD-FEE-CCY (WS-EOD-FEE-IDX)
719570         " CHARGED " WS-EOD-FEE-CHG-CT (WS-EOD-FEE-IDX)
719580         " " WS-EOD-AMT-EDIT
719590         " REFUNDED " WS-EOD-FEE-REF-CT (WS-EOD-FEE-IDX)
719600         " " WS-EOD-REF-AMT-EDIT.
719610 8489-EXIT.
719620     EXIT.
719625
719630*****************************************************************
719640*    7950-CLOSE-BUSINESS-DAY - THE OPERATOR DAY-CLOSE.  ARG1 =
719650*    CLOSING OPERATOR (RECORDED ON THE RUN LOG).  THE OPEN
719660*    BUSINESS DATE MAY ONLY CLOSE ONCE EVERY REQUIRED NIGHTLY
719670*    STEP (WS-CLS-STEP) IS LOGGED CLEAN FOR IT ON LGRUNL, AND IN
719675*    THE RIGHT ORDER: RECONCILE MUST HAVE ENDED AFTER THE LAST
719680*    APPLY_BATCH AND RELEASE_DUE, AND EXTRACT AFTER RECONCILE.
719685*    ANY OTHER POSTING RUN LOGGED FOR THE DATE (WS-CLS-POST-JOB)
719690*    MUST ALSO HAVE ENDED BEFORE RECONCILE - ANYTHING ELSE LEAVES
719695*    POSTINGS THE GL NEVER SAW RECONCILED.
719710*    THE "D" RECORD THEN MOVES TO THE NEXT LGCAL BUSINESS DAY,
719720*    AND EVERY POSTING FROM HERE ON IS VALUE-DATED TO IT.
719722*    BEFORE IT MOVES, THE DATE'S CLOSING BALANCES ARE WRITTEN TO
719724*    THE DAILY BALANCE HISTORY (4110) - A DATE WHOSE CLOSING
719726*    BALANCES WERE NOT RECORDED DOES NOT CLOSE.
719730*****************************************************************
719740 7950-CLOSE-BUSINESS-DAY.
719750     MOVE ZERO TO WS-RETURN-CODE
719760     MOVE ZERO TO WS-CLS-MISSING-CT
719765     MOVE ZERO TO WS-BH-WRITTEN-CT
719770     OPEN INPUT RUN-LOG-FILE
719780     IF WS-RUNL-STATUS = "35"
719790         MOVE 37 TO WS-RETURN-CODE
719800         DISPLAY "ERROR: No nightly runs logged - business date "
719810             WS-CURRENT-DATE " cannot close"
719820         GO TO 7950-EXIT
719830     END-IF
719840     IF WS-RUNL-STATUS NOT = "00"
719850         MOVE 8 TO WS-RETURN-CODE
719860         DISPLAY "ERROR: Unable to open run log file"
719870         GO TO 7950-EXIT
719880     END-IF
719890     DISPLAY "***** DAY CLOSE " WS-CURRENT-DATE " *****"
719900     MOVE ZERO TO WS-CLS-STEP-IDX
719910     PERFORM 7955-CHECK-ONE-STEP THRU 7955-EXIT
719920         UNTIL WS-CLS-STEP-IDX >= WS-CLS-STEP-MAX
719930
719950*    ORDER ONLY MEANS SOMETHING ONCE EVERY STEP IS THERE.  THE
719960*    STAMPS ARE MACHINE DATE PLUS TIME, SO THEY COMPARE AS TEXT.
719970     IF WS-CLS-MISSING-CT = ZERO
719980         IF WS-CLS-END (4) < WS-CLS-END (2)
719990             OR WS-CLS-END (4) < WS-CLS-END (3)
720000             ADD 1 TO WS-CLS-MISSING-CT
720010             DISPLAY "  OUT OF ORDER : RECONCILE ended before "
720020                 "the last posting run - rerun RECONCILE"
720030         END-IF
720040         IF WS-CLS-END (5) < WS-CLS-END (4)
720050             ADD 1 TO WS-CLS-MISSING-CT
720055             DISPLAY "  OUT OF ORDER : EXTRACT ended before "
720060                 "RECONCILE - rerun EXTRACT"
720065         END-IF
720070         MOVE ZERO TO WS-CLS-POST-IDX
720075         PERFORM 7957-CHECK-POSTING-RUN THRU 7957-EXIT
720080             UNTIL WS-CLS-POST-IDX >= WS-CLS-POST-MAX
720085     END-IF
720090     CLOSE RUN-LOG-FILE
720100     IF WS-CLS-MISSING-CT > ZERO
720110         MOVE 37 TO WS-RETURN-CODE
720120         DISPLAY "ERROR: Day close refused - " WS-CLS-MISSING-CT
720130             " step(s) outstanding for " WS-CURRENT-DATE
720140         GO TO 7950-EXIT
720150     END-IF
720160
720161     PERFORM 4110-WRITE-BALANCE-HISTORY THRU 4110-EXIT
720162     IF WS-RETURN-CODE NOT = ZERO
720163         DISPLAY "ERROR: Day close refused - balance history for "
720164             WS-CURRENT-DATE " not written"
720165         GO TO 7950-EXIT
720166     END-IF
720167
720170     PERFORM 7365-OPEN-CALENDAR THRU 7365-EXIT
720180     IF WS-RETURN-CODE NOT = ZERO
720190         GO TO 7950-EXIT
720200     END-IF
720210     MOVE WS-CURRENT-DATE TO WS-CAL-DATE-N
720220     MOVE "F"  TO WS-ROLL-DIR
720230     MOVE ZERO TO WS-ROLL-TRIES
720240     PERFORM 7385-ROLL-ONE-DAY THRU 7385-EXIT
720250     PERFORM 7380-ROLL-TO-BUSINESS-DAY THRU 7380-EXIT
720260     PERFORM 7368-CLOSE-CALENDAR THRU 7368-EXIT
720270     MOVE WS-CAL-DATE-N TO WS-CLS-NEXT-DATE
720280
720290     MOVE "N" TO WS-FOUND-SW
720300     OPEN I-O CONTROL-FILE
720310     IF WS-CTL-STATUS NOT = "00"
720320         MOVE 8 TO WS-RETURN-CODE
720330         DISPLAY "ERROR: Unable to open control file"
720340         GO TO 7950-EXIT
720350     END-IF
720360     MOVE "D" TO CTL-KEY
720370     READ CONTROL-FILE
720380         INVALID KEY
720390             INITIALIZE CTL-RECORD
720400         NOT INVALID KEY
720410             MOVE "Y" TO WS-FOUND-SW
720420     END-READ
720430     MOVE "D"              TO CTL-KEY
720440     MOVE WS-CLS-NEXT-DATE TO CTL-DATE
720450     ADD 1 TO CTL-COUNT
720460     IF WS-FOUND
720470         REWRITE CTL-RECORD
720480     ELSE
720490         WRITE CTL-RECORD
720500     END-IF
720510     IF WS-CTL-STATUS NOT = "00"
720520         MOVE 8 TO WS-RETURN-CODE
720530         DISPLAY "ERROR: Business date not advanced, status "
720540             WS-CTL-STATUS
720550         CLOSE CONTROL-FILE
720560         GO TO 7950-EXIT
720570     END-IF
720580     CLOSE CONTROL-FILE
720590     DISPLAY "Business date " WS-CURRENT-DATE " closed. Next "
720600         "business date " WS-CLS-NEXT-DATE.
720610 7950-EXIT.
720620     EXIT.
720630
720640 7955-CHECK-ONE-STEP.
720650     ADD 1 TO WS-CLS-STEP-IDX
720660     MOVE SPACES TO WS-CLS-END (WS-CLS-STEP-IDX)
720670     MOVE WS-CURRENT-DATE TO RUN-BUS-DATE
720680     MOVE WS-CLS-STEP (WS-CLS-STEP-IDX) TO RUN-JOB-NAME
720690     READ RUN-LOG-FILE
720700         INVALID KEY
720710             ADD 1 TO WS-CLS-MISSING-CT
720720             DISPLAY "  NOT RUN      : " RUN-JOB-NAME
720730             GO TO 7955-EXIT
720740     END-READ
720750     IF NOT RUN-ST-CLEAN
720760         ADD 1 TO WS-CLS-MISSING-CT
720770         DISPLAY "  NOT CLEAN    : " RUN-JOB-NAME " STATUS="
720780             RUN-STATUS " RC=" RUN-RC
720790         GO TO 7955-EXIT
720800     END-IF
720810     MOVE RUN-END-STAMP TO WS-CLS-END (WS-CLS-STEP-IDX)
720820     DISPLAY "  CLEAN        : " RUN-JOB-NAME " ENDED "
720830         RUN-END-DATE " " RUN-END-TIME.
720840 7955-EXIT.
720850     EXIT.
720851
720852*    A POSTING RUN NEED NOT HAVE RUN FOR THE DATE, BUT IF IT DID
720853*    IT MUST HAVE FINISHED BEFORE RECONCILE ENDED.
720854 7957-CHECK-POSTING-RUN.
720855     ADD 1 TO WS-CLS-POST-IDX
720856     MOVE WS-CURRENT-DATE TO RUN-BUS-DATE
720857     MOVE WS-CLS-POST-JOB (WS-CLS-POST-IDX) TO RUN-JOB-NAME
720858     READ RUN-LOG-FILE
720859         INVALID KEY
720860             GO TO 7957-EXIT
720861     END-READ
720862     IF RUN-ST-STARTED OR RUN-END-STAMP > WS-CLS-END (4)
720863         ADD 1 TO WS-CLS-MISSING-CT
720864         DISPLAY "  OUT OF ORDER : " RUN-JOB-NAME " ran after "
720865             "RECONCILE - rerun RECONCILE"
720866     END-IF.
720867 7957-EXIT.
720868     EXIT.
720869
720870*****************************************************************
720880*    9500-RUN-LOG-START / 9510-RUN-LOG-END - BRACKET EVERY
720890*    NIGHTLY JOB WITH ITS LGRUNL RECORD: "S" BEFORE THE JOB
720900*    RUNS, THEN THE END STAMP, COUNTS, RETURN CODE, AND CLEAN
720910*    ("C") OR FAILED ("F") VERDICT AFTER.  A JOB KILLED MID-RUN
720920*    LEAVES "S" ON FILE, WHICH THE CLOSE TREATS AS NOT CLEAN.
720930*    THE LOG IS AN OPERATIONS RECORD ON TOP OF THE JOB ITSELF:
720940*    A LOG FAILURE WARNS AND LETS THE JOB RUN - THE CLOSE WILL
720950*    THEN REFUSE FOR WANT OF THE RECORD, WHICH IS THE POINT.
720960*****************************************************************
720970 9500-RUN-LOG-START.
720980     MOVE "N" TO WS-RUN-LOGGED-SW
720990     MOVE SPACES TO WS-RUN-JOB
721000     EVALUATE INPUT-FUNCTION
721010         WHEN "LOAD_RATES"
721020         WHEN "APPLY_BATCH"
721030         WHEN "RELEASE_DUE"
721040         WHEN "RECONCILE"
721050         WHEN "EXTRACT"
721060         WHEN "EOD_REPORT"
721070         WHEN "CLOSE_DAY"
721080         WHEN "CLEAR_IN"
721090         WHEN "POST_ENTRY"
721100         WHEN "AML_SCAN"
721102         WHEN "FX_REVAL"
721104         WHEN "FX_REVERSE"
721109         WHEN "SWEEP"
721111         WHEN "VERIFY"
721113         WHEN "REBUILD_IDX"
721115             MOVE INPUT-FUNCTION TO WS-RUN-JOB
721120*        A RESTART FINISHES THE DATE'S APPLY_BATCH RUN.
721130         WHEN "RESTART_BATCH"
721140             MOVE "APPLY_BATCH" TO WS-RUN-JOB
721150         WHEN OTHER
721160             GO TO 9500-EXIT
721170     END-EVALUATE
721180*    EXTRACT, EOD_REPORT AND AML_SCAN NAME THEIR DATE IN ARG1.
721190     MOVE WS-CURRENT-DATE TO WS-RUN-DATE
721200     IF WS-RUN-JOB = "EXTRACT" OR WS-RUN-JOB = "EOD_REPORT"
721210         OR WS-RUN-JOB = "AML_SCAN"
721220         IF ARG1 (1:8) IS NUMERIC
721230             MOVE ARG1 (1:8) TO WS-RUN-DATE
721240         END-IF
721250     END-IF
721260     PERFORM 9520-OPEN-RUN-LOG THRU 9520-EXIT
721270     IF WS-RUNL-STATUS NOT = "00"
721280         GO TO 9500-EXIT
721290     END-IF
721300     MOVE WS-RUN-DATE TO RUN-BUS-DATE
721310     MOVE WS-RUN-JOB  TO RUN-JOB-NAME
721320     READ RUN-LOG-FILE
721330         INVALID KEY
721340             MOVE "N" TO WS-RUN-FOUND-SW
721350             MOVE ZERO TO RUN-ATTEMPTS
721360         NOT INVALID KEY
721370             MOVE "Y" TO WS-RUN-FOUND-SW
721380     END-READ
721390     MOVE WS-RUN-DATE     TO RUN-BUS-DATE
721400     MOVE WS-RUN-JOB      TO RUN-JOB-NAME
721410     MOVE WS-MACHINE-DATE TO RUN-START-DATE
721420     MOVE WS-MACHINE-TIME TO RUN-START-TIME
721430     MOVE ZERO            TO RUN-END-DATE RUN-END-TIME
721440     MOVE ZERO            TO RUN-COUNT-1 RUN-COUNT-2 RUN-RC
721450     MOVE "S"             TO RUN-STATUS
721460     MOVE ARG1 (1:20)     TO RUN-ARGS
721470     IF RUN-ATTEMPTS < 999
721480         ADD 1 TO RUN-ATTEMPTS
721490     END-IF
721500     IF WS-RUN-ON-FILE
721510         REWRITE RUN-RECORD
721520     ELSE
721530         WRITE RUN-RECORD
721540     END-IF
721550     IF WS-RUNL-STATUS = "00"
721560         MOVE "Y" TO WS-RUN-LOGGED-SW
721570     ELSE
721580         DISPLAY "WARNING: Run log write failed, status "
721590             WS-RUNL-STATUS " - " WS-RUN-JOB " not logged"
721600     END-IF
721610     CLOSE RUN-LOG-FILE.
721620 9500-EXIT.
721630     EXIT.
721640
721650 9510-RUN-LOG-END.
721660     IF NOT WS-RUN-LOGGED
721670         GO TO 9510-EXIT
721680     END-IF
721690     PERFORM 9520-OPEN-RUN-LOG THRU 9520-EXIT
721700     IF WS-RUNL-STATUS NOT = "00"
721710         GO TO 9510-EXIT
721720     END-IF
721730     MOVE WS-RUN-DATE TO RUN-BUS-DATE
721740     MOVE WS-RUN-JOB  TO RUN-JOB-NAME
721750     READ RUN-LOG-FILE
721760         INVALID KEY
721770             DISPLAY "WARNING: Run log record for " WS-RUN-JOB
721780                 " vanished - end not logged"
721790             CLOSE RUN-LOG-FILE
721800             GO TO 9510-EXIT
721810     END-READ
721820     ACCEPT RUN-END-DATE FROM DATE YYYYMMDD
721830     ACCEPT RUN-END-TIME FROM TIME
721840     MOVE WS-RETURN-CODE TO RUN-RC
721850     EVALUATE WS-RUN-JOB
721860         WHEN "LOAD_RATES"
721870             MOVE WS-RATE-LOAD-CT      TO RUN-COUNT-1
721880             MOVE WS-RATE-REJ-CT       TO RUN-COUNT-2
721890         WHEN "APPLY_BATCH"
721900             MOVE WS-BATCH-APPLIED-CT  TO RUN-COUNT-1
721910             MOVE WS-BATCH-REJECTED-CT TO RUN-COUNT-2
721920         WHEN "RELEASE_DUE"
721930             MOVE WS-REL-RELEASED-CT   TO RUN-COUNT-1
721940             MOVE WS-REL-REJECTED-CT   TO RUN-COUNT-2
721950         WHEN "RECONCILE"
721960             MOVE WS-RCN-COUNT         TO RUN-COUNT-1
721970             COMPUTE RUN-COUNT-2 = WS-RCN-ERROR-CT
721980                                 + WS-RCE-ERROR-CT
721990         WHEN "EXTRACT"
722000             MOVE WS-GLX-DETAIL-CT     TO RUN-COUNT-1
722010         WHEN "EOD_REPORT"
722020             MOVE WS-EOD-TOTAL-CT      TO RUN-COUNT-1
722030             MOVE WS-EOD-FLAG-CT       TO RUN-COUNT-2
722040         WHEN "CLOSE_DAY"
722045             MOVE WS-BH-WRITTEN-CT     TO RUN-COUNT-1
722050             MOVE WS-CLS-MISSING-CT    TO RUN-COUNT-2
722060         WHEN "CLEAR_IN"
722070             MOVE WS-CLR-POSTED-CT     TO RUN-COUNT-1
722080             COMPUTE RUN-COUNT-2 = WS-CLR-RETURNED-CT
722090                                 + WS-CLR-REJECTED-CT
722100         WHEN "POST_ENTRY"
722110             MOVE WS-ENT-POSTED-CT     TO RUN-COUNT-1
722120             MOVE WS-ENT-REJECTED-CT   TO RUN-COUNT-2
722130         WHEN "AML_SCAN"
722140             MOVE WS-AML-ACCT-CT       TO RUN-COUNT-1
722150             MOVE WS-AML-ALERT-CT      TO RUN-COUNT-2
722151         WHEN "FX_REVAL"
722152             MOVE WS-FXR-ACCT-CT       TO RUN-COUNT-1
722153             MOVE WS-FXR-POSTED-CT     TO RUN-COUNT-2
722154         WHEN "FX_REVERSE"
722155             MOVE WS-FXR-POSTED-CT     TO RUN-COUNT-1
722156         WHEN "SWEEP"
722157             MOVE WS-SWP-SWEPT-CT      TO RUN-COUNT-1
722158             MOVE WS-SWP-REJECTED-CT   TO RUN-COUNT-2
722159         WHEN "VERIFY"
722160             MOVE WS-VFY-FINDING-CT    TO RUN-COUNT-1
722161             MOVE WS-VFY-TYPES-FOUND   TO RUN-COUNT-2
722162         WHEN "REBUILD_IDX"
722163             MOVE WS-VFY-IDX-WRITTEN-CT TO RUN-COUNT-1
722164             MOVE WS-VFY-IDX-DUP-CT    TO RUN-COUNT-2
722165     END-EVALUATE
722170*    A POSTING RUN THAT ENDS 11 HAS DONE ITS WORK - ITS REJECTS
722180*    ARE QUEUED ON LGEXCP FOR THE MORNING - SO IT COUNTS CLEAN.
722190     EVALUATE TRUE
722200         WHEN WS-RETURN-CODE = ZERO
722210             MOVE "C" TO RUN-STATUS
722220         WHEN WS-RETURN-CODE = 11
722230             AND (WS-RUN-JOB = "APPLY_BATCH"
722240                  OR WS-RUN-JOB = "RELEASE_DUE"
722250                  OR WS-RUN-JOB = "CLEAR_IN"
722255                  OR WS-RUN-JOB = "POST_ENTRY"
722260                  OR WS-RUN-JOB = "SWEEP")
722270             MOVE "C" TO RUN-STATUS
722280         WHEN OTHER
722290             MOVE "F" TO RUN-STATUS
722300     END-EVALUATE
722310     REWRITE RUN-RECORD
722320     IF WS-RUNL-STATUS NOT = "00"
722330         DISPLAY "WARNING: Run log rewrite failed, status "
722340             WS-RUNL-STATUS " - " WS-RUN-JOB " end not logged"
722350     END-IF
722360     CLOSE RUN-LOG-FILE.
722370 9510-EXIT.
722380     EXIT.
722390
722400*****************************************************************
722410*    9520-OPEN-RUN-LOG - OPEN LGRUNL I-O, CREATING IT ON FIRST
722420*    USE.  A FAILURE WARNS AND LEAVES WS-RUNL-STATUS NONZERO.
722430*****************************************************************
722440 9520-OPEN-RUN-LOG.
722450     OPEN I-O RUN-LOG-FILE
722460     IF WS-RUNL-STATUS = "35"
722470         OPEN OUTPUT RUN-LOG-FILE
722480         IF WS-RUNL-STATUS = "00"
722490             CLOSE RUN-LOG-FILE
722500             OPEN I-O RUN-LOG-FILE
722510         END-IF
722520     END-IF
722530     IF WS-RUNL-STATUS NOT = "00"
722540         DISPLAY "WARNING: Unable to open run log file - "
722550             WS-RUN-JOB " not logged"
722560     END-IF.
722570 9520-EXIT.
722580     EXIT.
722590
722600*****************************************************************
722610*    9560-CHECK-RECONCILED - HAS RECONCILE PASSED FOR WS-RCN-
722615*    CHECK-DATE SINCE THE LAST POSTING RUN?  IT MUST BE LOGGED
722620*    CLEAN, AND NO APPLY_BATCH, RELEASE_DUE, CLEAR_IN, POST_ENTRY,
722625*    SWEEP, FX_REVAL OR FX_REVERSE FOR THE DATE MAY HAVE ENDED
722630*    AFTER IT (OR STILL BE RUNNING).  SETS CODE 37 WHEN IT HAS
722635*    NOT.
722660*****************************************************************
722670 9560-CHECK-RECONCILED.
722680     OPEN INPUT RUN-LOG-FILE
722690     IF WS-RUNL-STATUS = "35"
722700         MOVE 37 TO WS-RETURN-CODE
722710         DISPLAY "ERROR: RECONCILE has not run for "
722720             WS-RCN-CHECK-DATE
722730         GO TO 9560-EXIT
722740     END-IF
722750     IF WS-RUNL-STATUS NOT = "00"
722760         MOVE 8 TO WS-RETURN-CODE
722770         DISPLAY "ERROR: Unable to open run log file"
722780         GO TO 9560-EXIT
722790     END-IF
722800     MOVE WS-RCN-CHECK-DATE TO RUN-BUS-DATE
722810     MOVE "RECONCILE"       TO RUN-JOB-NAME
722820     READ RUN-LOG-FILE
722830         INVALID KEY
722840             MOVE 37 TO WS-RETURN-CODE
722850             DISPLAY "ERROR: RECONCILE has not run for "
722860                 WS-RCN-CHECK-DATE
722870         NOT INVALID KEY
722880             IF NOT RUN-ST-CLEAN
722890                 MOVE 37 TO WS-RETURN-CODE
722900                 DISPLAY "ERROR: RECONCILE has not passed for "
722910                     WS-RCN-CHECK-DATE " (RC=" RUN-RC ")"
722920             END-IF
722930             MOVE RUN-END-STAMP TO WS-RCN-CHECK-END
722940     END-READ
722950     IF WS-RETURN-CODE NOT = ZERO
722960         CLOSE RUN-LOG-FILE
722970         GO TO 9560-EXIT
722980     END-IF
722990     MOVE WS-RCN-CHECK-DATE TO RUN-BUS-DATE
723000     MOVE "APPLY_BATCH"     TO RUN-JOB-NAME
723010     PERFORM 9565-CHECK-POSTED-SINCE THRU 9565-EXIT
723020     MOVE WS-RCN-CHECK-DATE TO RUN-BUS-DATE
723022     MOVE "RELEASE_DUE"     TO RUN-JOB-NAME
723024     PERFORM 9565-CHECK-POSTED-SINCE THRU 9565-EXIT
723026     MOVE WS-RCN-CHECK-DATE TO RUN-BUS-DATE
723028     MOVE "CLEAR_IN"        TO RUN-JOB-NAME
723030     PERFORM 9565-CHECK-POSTED-SINCE THRU 9565-EXIT
723032     MOVE WS-RCN-CHECK-DATE TO RUN-BUS-DATE
723034     MOVE "POST_ENTRY"      TO RUN-JOB-NAME
723036     PERFORM 9565-CHECK-POSTED-SINCE THRU 9565-EXIT
723038     MOVE WS-RCN-CHECK-DATE TO RUN-BUS-DATE
723040     MOVE "SWEEP"           TO RUN-JOB-NAME
723042     PERFORM 9565-CHECK-POSTED-SINCE THRU 9565-EXIT
723044     MOVE WS-RCN-CHECK-DATE TO RUN-BUS-DATE
723046     MOVE "FX_REVAL"        TO RUN-JOB-NAME
723048     PERFORM 9565-CHECK-POSTED-SINCE THRU 9565-EXIT
723050     MOVE WS-RCN-CHECK-DATE TO RUN-BUS-DATE
723052     MOVE "FX_REVERSE"      TO RUN-JOB-NAME
723054     PERFORM 9565-CHECK-POSTED-SINCE THRU 9565-EXIT
723056     CLOSE RUN-LOG-FILE.
723060 9560-EXIT.
723070     EXIT.
723080
723090 9565-CHECK-POSTED-SINCE.
723100     READ RUN-LOG-FILE
723110         INVALID KEY
723120             GO TO 9565-EXIT
723130     END-READ
723140     IF RUN-ST-STARTED OR RUN-END-STAMP > WS-RCN-CHECK-END
723150         MOVE 37 TO WS-RETURN-CODE
723160         DISPLAY "ERROR: " RUN-JOB-NAME " has run since "
723170             "RECONCILE - rerun RECONCILE for " WS-RCN-CHECK-DATE
723180     END-IF.
723190 9565-EXIT.
723200     EXIT.
723205
723210*****************************************************************
723220*    2100-AUTHORIZE-COMMAND - MAY THE SIGNED-ON OPERATOR RUN
723230*    INPUT-FUNCTION?  THE OPERATOR MUST BE ON LGOPER AND ACTIVE,
723240*    AND THE OPERATOR'S ROLE MUST HOLD A GRANT FOR THE COMMAND OR
723250*    FOR "ALL".  UNTIL LGOPER HOLDS ITS FIRST OPERATOR NOTHING IS
723260*    REFUSED (WS-OPR-UNCONTROLLED), SO THE FIRST ROLE AND
723265*    OPERATOR CAN BE SET UP.  A REFUSAL IS CODE 31; AN LGOPER
723270*    THAT IS THERE BUT WILL NOT OPEN REFUSES EVERYTHING (CODE 8)
723275*    RATHER THAN FAIL OPEN, AND SO DOES A MISSING LGOPER ONCE THE
723280*    LEDGER IS MARKED ENROLLED ("N" ON LGCTL).  A CONTROLLED
723285*    LEDGER WITHOUT THE MARK (ENROLLED BEFORE IT WAS KEPT, OR
723290*    RE-INITIALIZED) IS MARKED HERE.
723300*****************************************************************
723310 2100-AUTHORIZE-COMMAND.
723320     MOVE "N"    TO WS-CMD-REFUSED-SW
723330     MOVE "N"    TO WS-OPR-CONTROL-SW
723340     MOVE SPACES TO WS-SEC-REASON WS-SIGNON-ROLE WS-SEC-ARGS
723350     MOVE 1      TO WS-SEC-PTR
723360     STRING ARG1 DELIMITED BY SPACE " " DELIMITED BY SIZE
723370            ARG2 DELIMITED BY SPACE " " DELIMITED BY SIZE
723380            ARG3 DELIMITED BY SPACE " " DELIMITED BY SIZE
723390            ARG4 DELIMITED BY SPACE " " DELIMITED BY SIZE
723400            ARG5 DELIMITED BY SPACE " " DELIMITED BY SIZE
723410            ARG6 DELIMITED BY SPACE " " DELIMITED BY SIZE
723420            ARG7 DELIMITED BY SPACE
723430         INTO WS-SEC-ARGS
723440         WITH POINTER WS-SEC-PTR
723450         ON OVERFLOW
723460             CONTINUE
723470     END-STRING
723472     OPEN INPUT OPERATOR-FILE
723474     IF WS-OPER-STATUS = "35"
723476         PERFORM 2105-CHECK-ENROLLED THRU 2105-EXIT
723478         IF WS-OPR-ENROLLED
723480             MOVE "Y" TO WS-CMD-REFUSED-SW
723482             MOVE 8   TO WS-RETURN-CODE
723484             MOVE "OPERATOR FILE MISSING" TO WS-SEC-REASON
723486             DISPLAY "ERROR: Operator file missing - "
723488                 INPUT-FUNCTION (1:14) " not run"
723490             GO TO 2100-EXIT
723492         END-IF
723494         MOVE "NO OPERATOR FILE" TO WS-SEC-REASON
723496         GO TO 2100-EXIT
723498     END-IF
723530     IF WS-OPER-STATUS NOT = "00"
723540         MOVE "Y" TO WS-CMD-REFUSED-SW
723550         MOVE 8   TO WS-RETURN-CODE
723560         MOVE "OPERATOR FILE ERROR" TO WS-SEC-REASON
723570         DISPLAY "ERROR: Unable to open operator file, status "
723580             WS-OPER-STATUS " - " INPUT-FUNCTION " not run"
723590         GO TO 2100-EXIT
723600     END-IF
723610
723620*    ANY "O" RECORD AT ALL PUTS THE LEDGER UNDER CONTROL - A
723630*    REVOKED ONE TOO, SO REVOKING EVERYONE DOES NOT OPEN IT UP.
723640     MOVE SPACES TO OPR-KEY
723650     MOVE "O"    TO OPR-KEY-TYPE
723660     START OPERATOR-FILE KEY IS NOT LESS THAN OPR-KEY
723670         INVALID KEY
723680             MOVE "99" TO WS-OPER-STATUS
723690     END-START
723700     IF WS-OPER-STATUS = "00"
723710         READ OPERATOR-FILE NEXT RECORD
723720             AT END
723730                 MOVE "10" TO WS-OPER-STATUS
723740         END-READ
723750     END-IF
723760     IF WS-OPER-STATUS NOT = "00" OR NOT OPR-TYPE-OPERATOR
723770         MOVE "NO OPERATORS ENROLLED" TO WS-SEC-REASON
723780         CLOSE OPERATOR-FILE
723790         GO TO 2100-EXIT
723800     END-IF
723805     MOVE "Y" TO WS-OPR-CONTROL-SW
723810     PERFORM 2105-CHECK-ENROLLED THRU 2105-EXIT
723815     IF NOT WS-OPR-ENROLLED
723820         PERFORM 2110-MARK-ENROLLED THRU 2110-EXIT
723825     END-IF
723830
723835     IF WS-SIGNON-OPER = SPACES
723840         MOVE "NO OPERATOR SIGNED ON" TO WS-SEC-REASON
723850         GO TO 2100-REFUSE
723860     END-IF
723870     MOVE SPACES         TO OPR-KEY
723880     MOVE "O"            TO OPR-KEY-TYPE
723890     MOVE WS-SIGNON-OPER TO OPR-KEY-ID
723900     READ OPERATOR-FILE
723910         INVALID KEY
723920             MOVE "UNKNOWN OPERATOR" TO WS-SEC-REASON
723930             GO TO 2100-REFUSE
723940     END-READ
723950     IF NOT OPR-ST-ACTIVE
723960         MOVE "OPERATOR REVOKED" TO WS-SEC-REASON
723970         GO TO 2100-REFUSE
723980     END-IF
723990     MOVE OPR-ROLE TO WS-SIGNON-ROLE
724000     MOVE SPACES              TO OPR-KEY
724010     MOVE "R"                 TO OPR-KEY-TYPE
724020     MOVE WS-SIGNON-ROLE      TO OPR-KEY-ID
724030     MOVE INPUT-FUNCTION (1:14) TO OPR-KEY-CMD
724040     READ OPERATOR-FILE
724050         INVALID KEY
724060             MOVE "ALL" TO OPR-KEY-CMD
724070             READ OPERATOR-FILE
724080                 INVALID KEY
724090                     MOVE "COMMAND NOT GRANTED" TO WS-SEC-REASON
724100                     GO TO 2100-REFUSE
724110             END-READ
724120     END-READ
724130     CLOSE OPERATOR-FILE
724140     PERFORM 2150-CHECK-NAMED-OPERATOR THRU 2150-EXIT
724150     IF WS-CMD-REFUSED
724160         MOVE 31 TO WS-RETURN-CODE
724170         DISPLAY "ERROR: Operator argument " WS-NAMED-OPER (1:8)
724180             " is not the signed-on operator " WS-SIGNON-OPER
724190     END-IF
724200     GO TO 2100-EXIT.
724210 2100-REFUSE.
724220     CLOSE OPERATOR-FILE
724230     MOVE "Y" TO WS-CMD-REFUSED-SW
724240     MOVE 31  TO WS-RETURN-CODE
724250     DISPLAY "ERROR: Operator " WS-SIGNON-OPER " not authorized "
724260         "for " INPUT-FUNCTION (1:14) " - " WS-SEC-REASON.
724270 2100-EXIT.
724280     EXIT.
724281
724282*****************************************************************
724283*    2105-CHECK-ENROLLED - HAS THIS LEDGER EVER ENROLLED AN
724284*    OPERATOR?  SETS WS-OPR-ENROLLED FROM THE "N" CONTROL RECORD.
724285*    NO CONTROL FILE (BEFORE INIT) MEANS NOT YET; A CONTROL FILE
724286*    THAT WILL NOT OPEN COUNTS AS ENROLLED, SO IT CANNOT OPEN THE
724287*    LEDGER UP.
724288*****************************************************************
724289 2105-CHECK-ENROLLED.
724290     MOVE "N" TO WS-OPR-ENROLLED-SW
724291     OPEN INPUT CONTROL-FILE
724292     IF WS-CTL-STATUS = "35"
724293         GO TO 2105-EXIT
724294     END-IF
724295     IF WS-CTL-STATUS NOT = "00"
724296         MOVE "Y" TO WS-OPR-ENROLLED-SW
724297         GO TO 2105-EXIT
724298     END-IF
724299     MOVE "N" TO CTL-KEY
724300     READ CONTROL-FILE
724301         INVALID KEY
724302             CONTINUE
724303         NOT INVALID KEY
724304             MOVE "Y" TO WS-OPR-ENROLLED-SW
724305     END-READ
724306     CLOSE CONTROL-FILE.
724307 2105-EXIT.
724308     EXIT.
724309
724310*****************************************************************
724311*    2110-MARK-ENROLLED - WRITE THE "N" CONTROL RECORD (CTL-DATE =
724312*    THE BUSINESS DATE IT WAS SET).  BEFORE INIT THERE IS NO
724313*    CONTROL FILE TO MARK - INIT MARKS IT.  A FAILURE WARNS: THE
724314*    OPERATOR ITSELF IS ALREADY ON LGOPER.
724315*****************************************************************
724316 2110-MARK-ENROLLED.
724317     OPEN I-O CONTROL-FILE
724318     IF WS-CTL-STATUS = "35"
724319         GO TO 2110-EXIT
724320     END-IF
724321     IF WS-CTL-STATUS NOT = "00"
724322         DISPLAY "WARNING: Unable to open control file, status "
724323             WS-CTL-STATUS " - operator enrolment not marked"
724324         GO TO 2110-EXIT
724325     END-IF
724326     MOVE "N" TO CTL-KEY
724327     READ CONTROL-FILE
724328         INVALID KEY
724329             INITIALIZE CTL-RECORD
724330             MOVE "N"             TO CTL-KEY
724331             MOVE WS-CURRENT-DATE TO CTL-DATE
724332             WRITE CTL-RECORD
724333             IF WS-CTL-STATUS NOT = "00"
724334                 DISPLAY "WARNING: Operator enrolment not "
724335                     "marked, status " WS-CTL-STATUS
724336             END-IF
724337     END-READ
724338     CLOSE CONTROL-FILE.
724339 2110-EXIT.
724340     EXIT.
724341
724342*****************************************************************
724343*    2150-CHECK-NAMED-OPERATOR - COMMANDS THAT RECORD AN OPERATOR
724344*    ID TAKE IT FROM AN ARGUMENT: ARG1 FOR CLOSE_DAY, ARG2 FOR
724345*    THE STATUS, EXCEPTION AND APPROVAL COMMANDS, ARG4 FOR
724346*    APPLY_TX (THE REQUESTER OF A PARKED TRANSFER) AND
724350*    REPAIR_EXCP.  A BLANK ARGUMENT IS FILLED IN WITH THE
724360*    SIGNED-ON OPERATOR; ANY OTHER VALUE MUST BE THAT OPERATOR,
724370*    SO NO ONE CAN ACT OR APPROVE UNDER SOMEONE ELSE'S ID.
724380*****************************************************************
724390 2150-CHECK-NAMED-OPERATOR.
724400     EVALUATE INPUT-FUNCTION
724410         WHEN "CLOSE_DAY"
724420             MOVE 1 TO WS-OPER-ARGNO
724430         WHEN "FREEZE_ACCT"
724440         WHEN "UNFREEZE_ACCT"
724450         WHEN "CLOSE_ACCT"
724460         WHEN "RESUBMIT_EXCP"
724470         WHEN "WRITEOFF_EXCP"
724480         WHEN "APPROVE_TX"
724490         WHEN "REJECT_TX"
724500             MOVE 2 TO WS-OPER-ARGNO
724510         WHEN "APPLY_TX"
724520         WHEN "REPAIR_EXCP"
724530             MOVE 4 TO WS-OPER-ARGNO
724540         WHEN OTHER
724550             GO TO 2150-EXIT
724560     END-EVALUATE
724570     EVALUATE WS-OPER-ARGNO
724580         WHEN 1
724590             MOVE ARG1 TO WS-NAMED-OPER
724600         WHEN 2
724610             MOVE ARG2 TO WS-NAMED-OPER
724620         WHEN 4
724630             MOVE ARG4 TO WS-NAMED-OPER
724640     END-EVALUATE
724650     IF WS-NAMED-OPER = SPACES
724660         MOVE WS-SIGNON-OPER TO WS-NAMED-OPER
724670         EVALUATE WS-OPER-ARGNO
724680             WHEN 1
724690                 MOVE WS-NAMED-OPER TO ARG1
724700             WHEN 2
724710                 MOVE WS-NAMED-OPER TO ARG2
724720             WHEN 4
724730                 MOVE WS-NAMED-OPER TO ARG4
724740         END-EVALUATE
724750         GO TO 2150-EXIT
724760     END-IF
724770     IF WS-NAMED-OPER NOT = WS-SIGNON-OPER
724780         MOVE "Y" TO WS-CMD-REFUSED-SW
724790         MOVE "OPERATOR ARG MISMATCH" TO WS-SEC-REASON
724800     END-IF.
724810 2150-EXIT.
724820     EXIT.
724830
724840*****************************************************************
724850*    2160-CHECK-OPERATOR-ACTIVE - IS WS-CHK-OPER AN ACTIVE
724860*    OPERATOR ON LGOPER?  SETS WS-CHK-ACTIVE-SW.
724870*****************************************************************
724880 2160-CHECK-OPERATOR-ACTIVE.
724890     MOVE "N" TO WS-CHK-ACTIVE-SW
724900     OPEN INPUT OPERATOR-FILE
724910     IF WS-OPER-STATUS NOT = "00"
724920         GO TO 2160-EXIT
724930     END-IF
724940     MOVE SPACES      TO OPR-KEY
724950     MOVE "O"         TO OPR-KEY-TYPE
724960     MOVE WS-CHK-OPER TO OPR-KEY-ID
724970     READ OPERATOR-FILE
724980         NOT INVALID KEY
724990             IF OPR-ST-ACTIVE
725000                 MOVE "Y" TO WS-CHK-ACTIVE-SW
725010             END-IF
725020     END-READ
725030     CLOSE OPERATOR-FILE.
725040 2160-EXIT.
725050     EXIT.
725060
725070*****************************************************************
725075*    2200-WRITE-SECURITY-LOG - APPEND THIS COMMAND ATTEMPT TO
725080*    LGSECL, CREATING IT ON FIRST USE.  IT IS WRITTEN TWICE FOR A
725085*    COMMAND THAT RUNS: "ALLOWED" (RC ZERO) BEFORE DISPATCH, AS
725090*    9500 WRITES ITS "S", AND "ENDED" (WS-SEC-ENDED) WITH THE
725095*    FINAL RETURN CODE AFTER - AN ATTEMPT WITH NO "ENDED" NEVER
725100*    FINISHED.  A REFUSAL IS WRITTEN ONCE.  LIKE THE RUN LOG, A
725105*    LOG FAILURE WARNS RATHER THAN CHANGING THE COMMAND'S OUTCOME.
725120*****************************************************************
725130 2200-WRITE-SECURITY-LOG.
725140     OPEN EXTEND SECURITY-LOG-FILE
725150     IF WS-SECL-STATUS = "35"
725160         OPEN OUTPUT SECURITY-LOG-FILE
725170     END-IF
725180     IF WS-SECL-STATUS NOT = "00"
725190         DISPLAY "WARNING: Unable to open security log, status "
725200             WS-SECL-STATUS " - " INPUT-FUNCTION (1:14)
725210             " not logged"
725220         GO TO 2200-EXIT
725230     END-IF
725240     INITIALIZE SEC-RECORD
725242     MOVE WS-MACHINE-DATE      TO SEC-DATE
725244     MOVE WS-MACHINE-TIME      TO SEC-TIME
725246     IF WS-SEC-ENDED
725248         ACCEPT SEC-DATE FROM DATE YYYYMMDD
725250         ACCEPT SEC-TIME FROM TIME
725252     END-IF
725270     MOVE WS-CURRENT-DATE      TO SEC-BUS-DATE
725280     MOVE WS-SIGNON-OPER       TO SEC-OPERATOR
725290     MOVE INPUT-FUNCTION (1:14) TO SEC-COMMAND
725300     MOVE WS-SEC-ARGS          TO SEC-ARGS
725305     MOVE WS-SEC-REASON        TO SEC-REASON
725310     EVALUATE TRUE
725315         WHEN WS-CMD-REFUSED
725320             MOVE "REFUSED"      TO SEC-OUTCOME
725325             MOVE WS-RETURN-CODE TO SEC-RC
725330         WHEN WS-SEC-ENDED
725335             MOVE "ENDED"        TO SEC-OUTCOME
725340             MOVE WS-RETURN-CODE TO SEC-RC
725345         WHEN OTHER
725350             MOVE "ALLOWED"      TO SEC-OUTCOME
725355             MOVE ZERO           TO SEC-RC
725360     END-EVALUATE
725380     WRITE SEC-RECORD
725390     IF WS-SECL-STATUS NOT = "00"
725400         DISPLAY "WARNING: Security log write failed, status "
725410             WS-SECL-STATUS
725420     END-IF
725430     CLOSE SECURITY-LOG-FILE.
725440 2200-EXIT.
725450     EXIT.
725460
725470*****************************************************************
725480*    8980-ADD-OPERATOR - ENROL AN OPERATOR.  ARG1 = OPERATOR ID
725490*    (UP TO 8), ARG2 = ROLE, ARG3 = NAME.  AN ID ALREADY ON FILE
725500*    IS UPDATED TO THE NEW ROLE AND NAME AND REACTIVATED.  NO ONE
725510*    MAY MAINTAIN THEIR OWN ENTRY.
725520*****************************************************************
725530 8980-ADD-OPERATOR.
725540     MOVE ZERO TO WS-RETURN-CODE
725550     IF ARG1 = SPACES OR ARG1 (9:42) NOT = SPACES
725560         OR ARG2 = SPACES OR ARG2 (9:42) NOT = SPACES
725570         MOVE 38 TO WS-RETURN-CODE
725580         DISPLAY "ERROR: ADD_OPER needs an operator ID and a "
725590             "role of up to 8 characters"
725600         GO TO 8980-EXIT
725610     END-IF
725620     IF WS-OPR-CONTROLLED AND ARG1 (1:8) = WS-SIGNON-OPER
725630         MOVE 38 TO WS-RETURN-CODE
725640         DISPLAY "ERROR: Operator " WS-SIGNON-OPER
725650             " may not maintain their own entry"
725660         GO TO 8980-EXIT
725670     END-IF
725680     PERFORM 8990-OPEN-OPERATOR-FILE THRU 8990-EXIT
725690     IF WS-RETURN-CODE NOT = ZERO
725700         GO TO 8980-EXIT
725710     END-IF
725720     MOVE "N"       TO WS-FOUND-SW
725730     MOVE SPACES    TO OPR-KEY
725740     MOVE "O"       TO OPR-KEY-TYPE
725750     MOVE ARG1 (1:8) TO OPR-KEY-ID
725760     READ OPERATOR-FILE
725770         INVALID KEY
725780             INITIALIZE OPR-RECORD
725790             MOVE "O"             TO OPR-KEY-TYPE
725800             MOVE ARG1 (1:8)      TO OPR-KEY-ID
725810             MOVE WS-CURRENT-DATE TO OPR-ADDED-DATE
725820         NOT INVALID KEY
725830             MOVE "Y" TO WS-FOUND-SW
725840     END-READ
725850     MOVE ARG2 (1:8)      TO OPR-ROLE
725860     MOVE ARG3 (1:30)     TO OPR-NAME
725870     MOVE "A"             TO OPR-STATUS
725880     MOVE WS-CURRENT-DATE TO OPR-CHANGED-DATE
725890     MOVE WS-SIGNON-OPER  TO OPR-CHANGED-BY
725900     IF WS-FOUND
725910         REWRITE OPR-RECORD
725920     ELSE
725930         WRITE OPR-RECORD
725940     END-IF
725950     IF WS-OPER-STATUS NOT = "00"
725960         MOVE 8 TO WS-RETURN-CODE
725970         DISPLAY "ERROR: Operator write failed, status "
725980             WS-OPER-STATUS
725990         CLOSE OPERATOR-FILE
726000         GO TO 8980-EXIT
726010     END-IF
726015     CLOSE OPERATOR-FILE
726020     IF WS-OPR-UNCONTROLLED
726025         PERFORM 2110-MARK-ENROLLED THRU 2110-EXIT
726030     END-IF
726035     IF WS-FOUND
726040         DISPLAY "Operator " OPR-KEY-ID " updated, role " OPR-ROLE
726050             " ACTIVE"
726060     ELSE
726070         DISPLAY "Operator " OPR-KEY-ID " added, role " OPR-ROLE
726080     END-IF.
726090 8980-EXIT.
726100     EXIT.
726110
726120*****************************************************************
726130*    8982-REVOKE-OPERATOR - ARG1 = OPERATOR ID.  THE RECORD STAYS
726140*    ON FILE, MARKED REVOKED, SO THE ID CANNOT BE REISSUED
726150*    UNNOTICED AND ITS HISTORY STAYS ACCOUNTABLE.
726160*****************************************************************
726170 8982-REVOKE-OPERATOR.
726180     MOVE ZERO TO WS-RETURN-CODE
726190     IF WS-OPR-CONTROLLED AND ARG1 (1:8) = WS-SIGNON-OPER
726200         MOVE 38 TO WS-RETURN-CODE
726210         DISPLAY "ERROR: Operator " WS-SIGNON-OPER
726220             " may not maintain their own entry"
726230         GO TO 8982-EXIT
726240     END-IF
726250     PERFORM 8990-OPEN-OPERATOR-FILE THRU 8990-EXIT
726260     IF WS-RETURN-CODE NOT = ZERO
726270         GO TO 8982-EXIT
726280     END-IF
726290     MOVE SPACES     TO OPR-KEY
726300     MOVE "O"        TO OPR-KEY-TYPE
726310     MOVE ARG1 (1:8) TO OPR-KEY-ID
726320     READ OPERATOR-FILE
726330         INVALID KEY
726340             MOVE 38 TO WS-RETURN-CODE
726350             DISPLAY "ERROR: Operator " ARG1 (1:8) " not found"
726360             CLOSE OPERATOR-FILE
726370             GO TO 8982-EXIT
726380     END-READ
726390     IF OPR-ST-REVOKED
726400         MOVE 38 TO WS-RETURN-CODE
726410         DISPLAY "ERROR: Operator " OPR-KEY-ID " already revoked"
726420         CLOSE OPERATOR-FILE
726430         GO TO 8982-EXIT
726440     END-IF
726450     MOVE "R"             TO OPR-STATUS
726460     MOVE WS-CURRENT-DATE TO OPR-CHANGED-DATE
726470     MOVE WS-SIGNON-OPER  TO OPR-CHANGED-BY
726480     REWRITE OPR-RECORD
726490     IF WS-OPER-STATUS NOT = "00"
726500         MOVE 8 TO WS-RETURN-CODE
726510         DISPLAY "ERROR: Operator rewrite failed, status "
726520             WS-OPER-STATUS
726530         CLOSE OPERATOR-FILE
726540         GO TO 8982-EXIT
726550     END-IF
726560     CLOSE OPERATOR-FILE
726570     DISPLAY "Operator " OPR-KEY-ID " revoked".
726580 8982-EXIT.
726590     EXIT.
726600
726610*****************************************************************
726620*    8984-GRANT-COMMAND - ARG1 = ROLE, ARG2 = COMMAND (OR "ALL").
726630*****************************************************************
726640 8984-GRANT-COMMAND.
726650     MOVE ZERO TO WS-RETURN-CODE
726660     IF ARG1 = SPACES OR ARG1 (9:42) NOT = SPACES
726670         OR ARG2 = SPACES OR ARG2 (15:36) NOT = SPACES
726680         MOVE 38 TO WS-RETURN-CODE
726690         DISPLAY "ERROR: GRANT_CMD needs a role (up to 8) and a "
726700             "command (up to 14)"
726710         GO TO 8984-EXIT
726720     END-IF
726730     PERFORM 8990-OPEN-OPERATOR-FILE THRU 8990-EXIT
726740     IF WS-RETURN-CODE NOT = ZERO
726750         GO TO 8984-EXIT
726760     END-IF
726770     INITIALIZE OPR-RECORD
726780     MOVE "R"             TO OPR-KEY-TYPE
726790     MOVE ARG1 (1:8)      TO OPR-KEY-ID
726800     MOVE ARG2 (1:14)     TO OPR-KEY-CMD
726810     MOVE ARG1 (1:8)      TO OPR-ROLE
726820     MOVE "A"             TO OPR-STATUS
726830     MOVE WS-CURRENT-DATE TO OPR-ADDED-DATE OPR-CHANGED-DATE
726840     MOVE WS-SIGNON-OPER  TO OPR-CHANGED-BY
726850     WRITE OPR-RECORD
726860         INVALID KEY
726870             MOVE 38 TO WS-RETURN-CODE
726880             DISPLAY "ERROR: Role " ARG1 (1:8) " already granted "
726890                 ARG2 (1:14)
726900             CLOSE OPERATOR-FILE
726910             GO TO 8984-EXIT
726920     END-WRITE
726930     IF WS-OPER-STATUS NOT = "00"
726940         MOVE 8 TO WS-RETURN-CODE
726950         DISPLAY "ERROR: Grant write failed, status "
726960             WS-OPER-STATUS
726970         CLOSE OPERATOR-FILE
726980         GO TO 8984-EXIT
726990     END-IF
727000     CLOSE OPERATOR-FILE
727010     DISPLAY "Role " OPR-KEY-ID " granted " OPR-KEY-CMD.
727020 8984-EXIT.
727030     EXIT.
727040
727050*****************************************************************
727060*    8986-REVOKE-COMMAND - ARG1 = ROLE, ARG2 = COMMAND (OR "ALL").
727070*****************************************************************
727080 8986-REVOKE-COMMAND.
727090     MOVE ZERO TO WS-RETURN-CODE
727100     PERFORM 8990-OPEN-OPERATOR-FILE THRU 8990-EXIT
727110     IF WS-RETURN-CODE NOT = ZERO
727120         GO TO 8986-EXIT
727130     END-IF
727140     MOVE SPACES      TO OPR-KEY
727150     MOVE "R"         TO OPR-KEY-TYPE
727160     MOVE ARG1 (1:8)  TO OPR-KEY-ID
727170     MOVE ARG2 (1:14) TO OPR-KEY-CMD
727180     DELETE OPERATOR-FILE
727190         INVALID KEY
727200             MOVE 38 TO WS-RETURN-CODE
727210             DISPLAY "ERROR: Role " ARG1 (1:8) " does not hold "
727220                 ARG2 (1:14)
727230             CLOSE OPERATOR-FILE
727240             GO TO 8986-EXIT
727250     END-DELETE
727260     CLOSE OPERATOR-FILE
727270     DISPLAY "Role " OPR-KEY-ID " no longer granted " OPR-KEY-CMD.
727280 8986-EXIT.
727290     EXIT.
727300
727310*****************************************************************
727320*    8988-LIST-OPERATORS - EVERY OPERATOR, THEN EVERY GRANT, IN
727330*    KEY ORDER.
727340*****************************************************************
727350 8988-LIST-OPERATORS.
727360     MOVE ZERO TO WS-RETURN-CODE
727370     MOVE ZERO TO WS-OPR-LISTED-CT
727380     OPEN INPUT OPERATOR-FILE
727390     IF WS-OPER-STATUS = "35"
727400         DISPLAY "No operators enrolled"
727410         GO TO 8988-EXIT
727420     END-IF
727430     IF WS-OPER-STATUS NOT = "00"
727440         MOVE 8 TO WS-RETURN-CODE
727450         DISPLAY "ERROR: Unable to open operator file"
727460         GO TO 8988-EXIT
727470     END-IF
727480     DISPLAY "***** OPERATORS AND GRANTS *****"
727490     PERFORM 8989-LIST-ONE-OPERATOR THRU 8989-EXIT
727500         UNTIL WS-OPER-STATUS NOT = "00"
727510     CLOSE OPERATOR-FILE
727520     DISPLAY "Records listed: " WS-OPR-LISTED-CT.
727530 8988-EXIT.
727540     EXIT.
727550
727560 8989-LIST-ONE-OPERATOR.
727570     READ OPERATOR-FILE NEXT RECORD
727580         AT END
727590             MOVE "10" TO WS-OPER-STATUS
727600             GO TO 8989-EXIT
727610     END-READ
727620     ADD 1 TO WS-OPR-LISTED-CT
727630     IF OPR-TYPE-OPERATOR
727640         DISPLAY "OPERATOR " OPR-KEY-ID " ROLE=" OPR-ROLE
727650             " STATUS=" OPR-STATUS " " OPR-NAME
727660             " CHANGED " OPR-CHANGED-DATE " BY " OPR-CHANGED-BY
727670     ELSE
727680         DISPLAY "GRANT    " OPR-KEY-ID " CMD=" OPR-KEY-CMD
727690             " ADDED " OPR-ADDED-DATE " BY " OPR-CHANGED-BY
727700     END-IF.
727710 8989-EXIT.
727720     EXIT.
727730
727740*****************************************************************
727750*    8990-OPEN-OPERATOR-FILE - OPEN LGOPER I-O FOR MAINTENANCE,
727760*    CREATING IT ON FIRST USE.
727770*****************************************************************
727780 8990-OPEN-OPERATOR-FILE.
727790     OPEN I-O OPERATOR-FILE
727800     IF WS-OPER-STATUS = "35"
727810         OPEN OUTPUT OPERATOR-FILE
727820         IF WS-OPER-STATUS = "00"
727830             CLOSE OPERATOR-FILE
727840             OPEN I-O OPERATOR-FILE
727850         END-IF
727860     END-IF
727870     IF WS-OPER-STATUS NOT = "00"
727880         MOVE 8 TO WS-RETURN-CODE
727890         DISPLAY "ERROR: Unable to open operator file"
727900     END-IF.
727910 8990-EXIT.
727920     EXIT.
727930
727940*****************************************************************
727950*    6600-CLEARING-INBOUND - POST THE CLEARING HOUSE'S INBOUND
727960*    FILE (LGCLRIN).  ARG1 = THE CLEARING SETTLEMENT ACCOUNT
727970*    EVERY CREDIT IS PAID FROM; ARG2 = RESTART TO RESUME A FILE
727980*    WHOSE POSTING WAS INTERRUPTED.  THE FILE IS PROVED WHOLE
727990*    FIRST (6610) - RECORD ORDER, CURRENCIES, AND EVERY BATCH
728000*    AND FILE CONTROL TOTAL - AND REFUSED (RC 39) WITHOUT A
728010*    SINGLE POSTING IF ANYTHING IS WRONG, SO THE CLEARING HOUSE
728020*    CAN RESEND IT.  EACH DETAIL ITEM THEN POSTS THROUGH THE
728030*    NORMAL APPLY-TRANSACTION LOGIC WITH ITS CLEARING REFERENCE
728040*    JOURNALLED.  AN ITEM REJECTED FOR AN UNKNOWN, FROZEN, OR
728050*    CLOSED ACCOUNT IS WRITTEN TO THE RETURNS FILE (LGCLRRT)
728060*    SO THE MONEY GOES BACK TO THE SENDER THE SAME DAY; ANY
728070*    OTHER REJECT IS QUEUED ON LGEXCP AS APPLY_BATCH DOES.
728080*****************************************************************
728090 6600-CLEARING-INBOUND.
728100     MOVE ZERO   TO WS-RETURN-CODE
728110     MOVE ZERO   TO WS-CLR-POSTED-CT WS-CLR-RETURNED-CT
728120     MOVE ZERO   TO WS-CLR-REJECTED-CT WS-CLR-RET-BATCH-CT
728130     MOVE ZERO   TO WS-CLR-POSTED-AMT WS-CLR-RET-AMT
728140     MOVE SPACES TO WS-CLR-REF
728150     MOVE "N"    TO WS-CLR-RESUME-SW
728160     MOVE "N"    TO WS-CLR-RET-BATCH-SW
728170     IF ARG2 = "RESTART"
728180         MOVE "Y" TO WS-CLR-RESTART-SW
728190     ELSE
728200         MOVE "N" TO WS-CLR-RESTART-SW
728210     END-IF
728220     IF ARG1 = SPACES
728230         MOVE 39 TO WS-RETURN-CODE
728240         DISPLAY "ERROR: CLEAR_IN needs the clearing settlement "
728250             "account"
728260         GO TO 6600-EXIT
728270     END-IF
728280     PERFORM 6605-CHECK-SETTLEMENT-ACCT THRU 6605-EXIT
728290     IF WS-RETURN-CODE NOT = ZERO
728300         GO TO 6600-EXIT
728310     END-IF
728320     MOVE ARG1 TO WS-CLR-SETTLE-ACCT
728330
728340     PERFORM 6610-PROVE-CLEARING-FILE THRU 6610-EXIT
728350     IF WS-RETURN-CODE NOT = ZERO
728360         GO TO 6600-EXIT
728370     END-IF
728380
728390     OPEN INPUT CLEARING-IN-FILE
728400     IF WS-CLRI-STATUS NOT = "00"
728410         MOVE 9 TO WS-RETURN-CODE
728420         DISPLAY "ERROR: Unable to open clearing inbound file"
728430         GO TO 6600-EXIT
728440     END-IF
728450     PERFORM 9300-OPEN-POSTING-FILES THRU 9300-EXIT
728460     IF WS-RETURN-CODE NOT = ZERO
728470         CLOSE CLEARING-IN-FILE
728480         GO TO 6600-EXIT
728490     END-IF
728500     PERFORM 6620-CLAIM-CLEARING-FILE THRU 6620-EXIT
728510     IF WS-RETURN-CODE NOT = ZERO
728520         PERFORM 9310-CLOSE-POSTING-FILES THRU 9310-EXIT
728530         CLOSE CLEARING-IN-FILE
728540         GO TO 6600-EXIT
728550     END-IF
728560*    THE RETURNS FILE IS OPENED ONLY ONCE THE FILE IS CLAIMED -
728570*    A REFUSED RUN MUST NOT OVERWRITE THE RETURNS OF THE LAST
728580*    FILE TAKEN BEFORE THEY ARE SENT.
728590     OPEN OUTPUT CLEARING-RETURN-FILE
728600     IF WS-CLRO-STATUS NOT = "00"
728610         MOVE 8 TO WS-RETURN-CODE
728620         DISPLAY "ERROR: Unable to open clearing returns file"
728630         PERFORM 9310-CLOSE-POSTING-FILES THRU 9310-EXIT
728640         CLOSE CLEARING-IN-FILE
728650         GO TO 6600-EXIT
728660     END-IF
728670
728680     MOVE "N" TO WS-EOF-SW
728690     PERFORM 6612-READ-CLEARING-RECORD THRU 6612-EXIT
728700     PERFORM 6630-POST-ONE-RECORD THRU 6630-EXIT
728710         UNTIL WS-EOF OR WS-RETURN-CODE NOT = ZERO
728720     MOVE SPACES TO WS-CLR-REF
728730
728740*    A STANDING CODE IS A JOURNAL, CONTROL, OR RETURNS FILE
728750*    FAILURE (RC 8) OR A RESTART AGAINST THE WRONG FILE (RC 39).
728760*    THE "K" RECORD STAYS IN MODE "W", SO THE FILE CAN ONLY BE
728770*    TAKEN AGAIN WITH RESTART, WHICH SKIPS WHAT WAS ALREADY
728780*    JOURNALLED.
728790     IF WS-RETURN-CODE NOT = ZERO
728800         PERFORM 9310-CLOSE-POSTING-FILES THRU 9310-EXIT
728810         CLOSE CLEARING-IN-FILE
728820         CLOSE CLEARING-RETURN-FILE
728830         DISPLAY "Clearing file abandoned after " WS-CLR-POSTED-CT
728840             " items posted - rerun CLEAR_IN with RESTART after "
728850             "recovery"
728860         GO TO 6600-EXIT
728870     END-IF
728880
728890     PERFORM 6658-WRITE-RETURN-TRAILER THRU 6658-EXIT
728900     IF WS-RETURN-CODE = ZERO
728910         PERFORM 6660-MARK-FILE-COMPLETE THRU 6660-EXIT
728920     END-IF
728930     PERFORM 9310-CLOSE-POSTING-FILES THRU 9310-EXIT
728940     CLOSE CLEARING-IN-FILE
728950     CLOSE CLEARING-RETURN-FILE
728960     IF WS-RETURN-CODE NOT = ZERO
728970         DISPLAY "Clearing file posted but not marked complete - "
728980             "rerun CLEAR_IN with RESTART after recovery"
728990         GO TO 6600-EXIT
729000     END-IF
729010     IF WS-CLR-REJECTED-CT > ZERO
729020         MOVE 11 TO WS-RETURN-CODE
729030     END-IF
729040     MOVE WS-CLR-POSTED-AMT TO WS-CLR-TOTAL-EDIT
729050     DISPLAY "Clearing file " WS-CLR-SENDER " " WS-CLR-FILE-DATE
729060         "/" WS-CLR-FILE-SEQ " complete. Posted=" WS-CLR-POSTED-CT
729070         " Amount=" WS-CLR-TOTAL-EDIT
729080     MOVE WS-CLR-RET-AMT TO WS-CLR-TOTAL-EDIT
729090     DISPLAY "  Returned=" WS-CLR-RETURNED-CT
729100         " Amount=" WS-CLR-TOTAL-EDIT
729110         " Queued on LGEXCP=" WS-CLR-REJECTED-CT.
729120 6600-EXIT.
729130     EXIT.
729140
729150*****************************************************************
729160*    6605-CHECK-SETTLEMENT-ACCT - THE SETTLEMENT ACCOUNT IN ARG1
729170*    MUST BE ON FILE AND OPEN.  A FROZEN OR CLOSED SETTLEMENT
729180*    ACCOUNT WOULD OTHERWISE REJECT EVERY ITEM AS IF THE
729190*    BENEFICIARY WERE AT FAULT AND RETURN THE WHOLE FILE.
729200*****************************************************************
729210 6605-CHECK-SETTLEMENT-ACCT.
729220     OPEN INPUT ACCOUNT-MASTER-FILE
729230     IF WS-ACCT-STATUS NOT = "00"
729240         MOVE 8 TO WS-RETURN-CODE
729250         DISPLAY "ERROR: Unable to open account master file"
729260         GO TO 6605-EXIT
729270     END-IF
729280     MOVE ARG1 TO ACCT-ID
729290     READ ACCOUNT-MASTER-FILE
729300         INVALID KEY
729310             MOVE 39 TO WS-RETURN-CODE
729320             DISPLAY "ERROR: Settlement account not found: " ARG1
729330         NOT INVALID KEY
729340             MOVE ACCT-CURRENCY TO WS-CLR-SETTLE-CCY
729350             IF NOT ACCT-ST-OPEN
729360                 MOVE 39 TO WS-RETURN-CODE
729370                 DISPLAY "ERROR: Settlement account is frozen or "
729380                     "closed: " ARG1
729390             END-IF
729400     END-READ
729410     CLOSE ACCOUNT-MASTER-FILE.
729420 6605-EXIT.
729430     EXIT.
729440
729450*****************************************************************
729460*    6610-PROVE-CLEARING-FILE - READ THE WHOLE INBOUND FILE ONCE
729470*    WITHOUT POSTING, CHECKING ITS STRUCTURE (ONE HEADER, BATCHES
729480*    OF DETAILS EACH CLOSED BY A TRAILER, ONE FILE TRAILER LAST)
729490*    AND ITS CONTROL TOTALS.  THE FILE HEADER'S SENDER, DATE AND
729500*    SEQUENCE ARE KEPT FOR THE DUPLICATE CHECK IN 6620.
729510*****************************************************************
729520 6610-PROVE-CLEARING-FILE.
729530     MOVE "S"    TO WS-CLR-STATE
729540     MOVE "N"    TO WS-CLR-BAD-SW
729550     MOVE SPACES TO WS-CLR-BAD-REASON
729560     MOVE ZERO   TO WS-CLR-REC-CT WS-CLR-BATCH-CT
729570     MOVE ZERO   TO WS-CLR-FILE-ITEMS WS-CLR-FILE-AMT
729580     MOVE "N"    TO WS-EOF-SW
729590     OPEN INPUT CLEARING-IN-FILE
729600     IF WS-CLRI-STATUS NOT = "00"
729610         MOVE 9 TO WS-RETURN-CODE
729620         DISPLAY "ERROR: Unable to open clearing inbound file"
729630         GO TO 6610-EXIT
729640     END-IF
729650     PERFORM 6612-READ-CLEARING-RECORD THRU 6612-EXIT
729660     PERFORM 6615-PROVE-ONE-RECORD THRU 6615-EXIT
729670         UNTIL WS-EOF OR WS-CLR-FILE-BAD
729680     CLOSE CLEARING-IN-FILE
729690     IF NOT WS-CLR-FILE-BAD AND NOT WS-CLR-AT-END
729700         MOVE "Y" TO WS-CLR-BAD-SW
729710         MOVE "File trailer missing" TO WS-CLR-BAD-REASON
729720     END-IF
729730     IF WS-CLR-FILE-BAD
729740         MOVE 39 TO WS-RETURN-CODE
729750         DISPLAY "ERROR: Clearing file refused at record "
729760             WS-CLR-REC-CT ": " WS-CLR-BAD-REASON
729770         DISPLAY "  Nothing posted - ask the clearing house to "
729780             "resend the file"
729790     END-IF.
729800 6610-EXIT.
729810     EXIT.
729820
729830 6612-READ-CLEARING-RECORD.
729840     READ CLEARING-IN-FILE
729850         AT END
729860             MOVE "Y" TO WS-EOF-SW
729870         NOT AT END
729880             ADD 1 TO WS-CLR-REC-CT
729890     END-READ.
729900 6612-EXIT.
729910     EXIT.
729920
729930*****************************************************************
729940*    6615-PROVE-ONE-RECORD - CHECK ONE INBOUND RECORD AGAINST
729950*    WHERE IN THE FILE THE LAST ONE LEFT US (WS-CLR-STATE) AND
729960*    ROLL ITS AMOUNT INTO THE BATCH AND FILE TOTALS.  EVERY
729970*    ITEM MUST BE IN THE SETTLEMENT ACCOUNT'S CURRENCY - THE
729980*    CLEARING HOUSE SETTLES EACH CURRENCY SEPARATELY.
729990*****************************************************************
730000 6615-PROVE-ONE-RECORD.
730010     IF WS-CLR-AT-END
730020         MOVE "Y" TO WS-CLR-BAD-SW
730030         MOVE "Records follow the file trailer"
730040             TO WS-CLR-BAD-REASON
730050         GO TO 6615-EXIT
730060     END-IF
730070     EVALUATE TRUE
730080         WHEN CLI-FILE-HEADER
730090             IF NOT WS-CLR-AT-START
730100                 MOVE "File header out of place"
730110                     TO WS-CLR-BAD-REASON
730120                 GO TO 6615-BAD
730130             END-IF
730140             IF CLI-FH-SENDER = SPACES
730150                 OR CLI-FH-FILE-DATE NOT NUMERIC
730160                 OR CLI-FH-FILE-SEQ NOT NUMERIC
730170                 MOVE "File header incomplete"
730180                     TO WS-CLR-BAD-REASON
730190                 GO TO 6615-BAD
730200             END-IF
730210             MOVE CLI-FH-SENDER    TO WS-CLR-SENDER
730220             MOVE CLI-FH-RECEIVER  TO WS-CLR-RECEIVER
730230             MOVE CLI-FH-FILE-DATE TO WS-CLR-FILE-DATE
730240             MOVE CLI-FH-FILE-SEQ  TO WS-CLR-FILE-SEQ
730250             MOVE "F" TO WS-CLR-STATE
730260         WHEN CLI-BATCH-HEADER
730270             IF NOT WS-CLR-IN-FILE
730280                 MOVE "Batch header out of place"
730290                     TO WS-CLR-BAD-REASON
730300                 GO TO 6615-BAD
730310             END-IF
730320             IF CLI-BH-BATCH-NO NOT NUMERIC
730330                 MOVE "Batch number not numeric"
730340                     TO WS-CLR-BAD-REASON
730350                 GO TO 6615-BAD
730360             END-IF
730370             IF CLI-BH-CURRENCY NOT = WS-CLR-SETTLE-CCY
730380                 MOVE "Batch not in the settlement currency"
730390                     TO WS-CLR-BAD-REASON
730400                 GO TO 6615-BAD
730410             END-IF
730420             MOVE CLI-BH-BATCH-NO TO WS-CLR-BATCH-NO
730430             MOVE CLI-BH-CURRENCY TO WS-CLR-BATCH-CCY
730440             MOVE ZERO TO WS-CLR-BATCH-ITEMS WS-CLR-BATCH-AMT
730450             ADD 1 TO WS-CLR-BATCH-CT
730460             MOVE "B" TO WS-CLR-STATE
730470         WHEN CLI-DETAIL
730480             IF NOT WS-CLR-IN-BATCH
730490                 MOVE "Detail outside a batch"
730500                     TO WS-CLR-BAD-REASON
730510                 GO TO 6615-BAD
730520             END-IF
730530             IF CLI-D-REFERENCE = SPACES
730540                 OR CLI-D-BENEF-ACCT = SPACES
730550                 MOVE "Detail reference or account missing"
730560                     TO WS-CLR-BAD-REASON
730570                 GO TO 6615-BAD
730580             END-IF
730590             IF CLI-D-AMOUNT NOT NUMERIC OR CLI-D-AMOUNT = ZERO
730600                 MOVE "Detail amount invalid" TO WS-CLR-BAD-REASON
730610                 GO TO 6615-BAD
730620             END-IF
730630             IF CLI-D-CURRENCY NOT = WS-CLR-BATCH-CCY
730640                 MOVE "Detail currency differs from its batch"
730650                     TO WS-CLR-BAD-REASON
730660                 GO TO 6615-BAD
730670             END-IF
730680             ADD 1            TO WS-CLR-BATCH-ITEMS
730690             ADD CLI-D-AMOUNT TO WS-CLR-BATCH-AMT
730700         WHEN CLI-BATCH-TRAILER
730710             IF NOT WS-CLR-IN-BATCH
730720                 MOVE "Batch trailer out of place"
730730                     TO WS-CLR-BAD-REASON
730740                 GO TO 6615-BAD
730750             END-IF
730760             IF CLI-BT-BATCH-NO NOT NUMERIC
730770                 OR CLI-BT-ITEM-CT NOT NUMERIC
730780                 OR CLI-BT-AMOUNT NOT NUMERIC
730790                 MOVE "Batch trailer not numeric"
730800                     TO WS-CLR-BAD-REASON
730810                 GO TO 6615-BAD
730820             END-IF
730830             IF CLI-BT-BATCH-NO NOT = WS-CLR-BATCH-NO
730840                 OR CLI-BT-ITEM-CT NOT = WS-CLR-BATCH-ITEMS
730850                 OR CLI-BT-AMOUNT NOT = WS-CLR-BATCH-AMT
730860                 MOVE "Batch trailer totals do not agree"
730870                     TO WS-CLR-BAD-REASON
730880                 GO TO 6615-BAD
730890             END-IF
730900             ADD WS-CLR-BATCH-ITEMS TO WS-CLR-FILE-ITEMS
730910             ADD WS-CLR-BATCH-AMT   TO WS-CLR-FILE-AMT
730920             MOVE "F" TO WS-CLR-STATE
730930         WHEN CLI-FILE-TRAILER
730940             IF NOT WS-CLR-IN-FILE
730950                 MOVE "File trailer out of place"
730960                     TO WS-CLR-BAD-REASON
730970                 GO TO 6615-BAD
730980             END-IF
730990             IF CLI-FT-BATCH-CT NOT NUMERIC
731000                 OR CLI-FT-ITEM-CT NOT NUMERIC
731010                 OR CLI-FT-AMOUNT NOT NUMERIC
731020                 MOVE "File trailer not numeric"
731030                     TO WS-CLR-BAD-REASON
731040                 GO TO 6615-BAD
731050             END-IF
731060             IF CLI-FT-BATCH-CT NOT = WS-CLR-BATCH-CT
731070                 OR CLI-FT-ITEM-CT NOT = WS-CLR-FILE-ITEMS
731080                 OR CLI-FT-AMOUNT NOT = WS-CLR-FILE-AMT
731090                 MOVE "File trailer totals do not agree"
731100                     TO WS-CLR-BAD-REASON
731110                 GO TO 6615-BAD
731120             END-IF
731130             MOVE "E" TO WS-CLR-STATE
731140         WHEN OTHER
731150             MOVE "Unknown record type" TO WS-CLR-BAD-REASON
731160             GO TO 6615-BAD
731170     END-EVALUATE
731180     PERFORM 6612-READ-CLEARING-RECORD THRU 6612-EXIT
731190     GO TO 6615-EXIT.
731200 6615-BAD.
731210     MOVE "Y" TO WS-CLR-BAD-SW.
731220 6615-EXIT.
731230     EXIT.
731240
731250*****************************************************************
731260*    6620-CLAIM-CLEARING-FILE - THE "K" CONTROL RECORD FOR THE
731270*    SENDER REMEMBERS THE LAST FILE TAKEN FROM IT.  THE SAME
731280*    FILE ALREADY COMPLETE, OR ONE OLDER THAN IT, IS REFUSED -
731290*    A FILE IS NEVER POSTED TWICE.  THE SAME FILE STILL IN MODE
731300*    "W" WAS INTERRUPTED AND IS ONLY TAKEN AGAIN WITH RESTART.
731310*    OTHERWISE THE RECORD IS SET TO THE NEW FILE IN MODE "W",
731320*    WITH THE JOURNAL SEQUENCE POSTING STARTS FROM, BEFORE THE
731330*    FIRST ITEM POSTS.  THE CONTROL FILE IS OPEN (9300).
731340*****************************************************************
731350 6620-CLAIM-CLEARING-FILE.
731360     MOVE "N" TO WS-FOUND-SW
731370     MOVE "K"           TO CTL-KEY-TYPE
731380     MOVE WS-CLR-SENDER TO CTL-KEY-QUAL
731390     READ CONTROL-FILE
731400         INVALID KEY
731410             CONTINUE
731420         NOT INVALID KEY
731430             MOVE "Y" TO WS-FOUND-SW
731440     END-READ
731450     IF WS-FOUND
731460         IF CTL-DATE = WS-CLR-FILE-DATE
731470             AND CTL-COUNT = WS-CLR-FILE-SEQ
731480             IF CTL-MODE = "C"
731490                 MOVE 39 TO WS-RETURN-CODE
731500                 DISPLAY "ERROR: Clearing file " WS-CLR-SENDER " "
731510                     WS-CLR-FILE-DATE "/" WS-CLR-FILE-SEQ
731520                     " was already posted"
731530                 GO TO 6620-EXIT
731540             END-IF
731550             IF NOT WS-CLR-RESTART
731560                 MOVE 39 TO WS-RETURN-CODE
731570                 DISPLAY "ERROR: Posting of this clearing file "
731580                     "was interrupted - rerun CLEAR_IN with "
731590                     "RESTART"
731600                 GO TO 6620-EXIT
731610             END-IF
731620             MOVE "Y"          TO WS-CLR-RESUME-SW
731630             MOVE CTL-LAST-SEQ TO WS-CLR-MATCH-SEQ
731640         ELSE
731650             IF CTL-DATE > WS-CLR-FILE-DATE
731660                 OR (CTL-DATE = WS-CLR-FILE-DATE
731670                     AND CTL-COUNT > WS-CLR-FILE-SEQ)
731680                 MOVE 39 TO WS-RETURN-CODE
731690                 DISPLAY "ERROR: Clearing file " WS-CLR-FILE-DATE
731700                     "/" WS-CLR-FILE-SEQ " is older than the "
731710                     "last file taken from " WS-CLR-SENDER
731720                 GO TO 6620-EXIT
731730             END-IF
731740             IF CTL-MODE = "W"
731750                 MOVE 39 TO WS-RETURN-CODE
731760                 DISPLAY "ERROR: Clearing file " CTL-DATE "/"
731770                     CTL-COUNT " from " WS-CLR-SENDER
731780                     " was never completed - finish it first"
731790                 GO TO 6620-EXIT
731800             END-IF
731810         END-IF
731820     END-IF
731830     IF WS-CLR-RESTART AND NOT WS-CLR-RESUMING
731840         MOVE 39 TO WS-RETURN-CODE
731850         DISPLAY "ERROR: No interrupted clearing file to restart"
731860         GO TO 6620-EXIT
731870     END-IF
731880     IF WS-CLR-RESUMING
731890*        THE MATCH WALK'S CEILING IS THE ON-FILE "S" COUNTER,
731900*        AS FOR RESTART_BATCH.
731910         MOVE "S" TO CTL-KEY
731920         READ CONTROL-FILE
731930             INVALID KEY
731940                 MOVE ZERO TO CTL-LAST-SEQ
731950         END-READ
731960         MOVE CTL-LAST-SEQ TO WS-CLR-MATCH-CEIL
731970         DISPLAY "Resuming clearing file " WS-CLR-SENDER " "
731980             WS-CLR-FILE-DATE "/" WS-CLR-FILE-SEQ
731990             " after journal seq " WS-CLR-MATCH-SEQ
732000         GO TO 6620-EXIT
732010     END-IF
732020     PERFORM 6410-READ-CURRENT-SEQUENCE THRU 6410-EXIT
732030     INITIALIZE CTL-RECORD
732040     MOVE "K"              TO CTL-KEY-TYPE
732050     MOVE WS-CLR-SENDER    TO CTL-KEY-QUAL
732060     MOVE WS-NEXT-SEQ      TO CTL-LAST-SEQ
732070     MOVE WS-CLR-FILE-DATE TO CTL-DATE
732080     MOVE WS-CLR-FILE-SEQ  TO CTL-COUNT
732090     MOVE ZERO             TO CTL-COUNT-2
732100     MOVE ZERO             TO CTL-AMOUNT
732110     MOVE "W"              TO CTL-MODE
732120     IF WS-FOUND
732130         REWRITE CTL-RECORD
732140     ELSE
732150         WRITE CTL-RECORD
732160     END-IF
732170     IF WS-CTL-STATUS NOT = "00"
732180         MOVE 8 TO WS-RETURN-CODE
732190         DISPLAY "ERROR: Clearing control record write failed, "
732200             "status " WS-CTL-STATUS
732210     END-IF.
732220 6620-EXIT.
732230     EXIT.
732240
732250*****************************************************************
732260*    6630-POST-ONE-RECORD - ACT ON ONE INBOUND RECORD (THE FILE
732270*    IS ALREADY PROVED) AND READ THE NEXT.  HEADERS AND
732280*    TRAILERS ONLY DRIVE THE RETURNS FILE: ITS FILE HEADER GOES
732290*    OUT AT ONCE, BUT A RETURN BATCH IS ONLY OPENED BY THE
732300*    BATCH'S FIRST RETURNED ITEM.
732310*****************************************************************
732320 6630-POST-ONE-RECORD.
732330     EVALUATE TRUE
732340         WHEN CLI-FILE-HEADER
732350             MOVE SPACES           TO CLO-FILE-HEADER-REC
732360             MOVE "1"              TO CLO-FH-TYPE
732370             MOVE CLI-FH-RECEIVER  TO CLO-FH-SENDER
732380             MOVE CLI-FH-SENDER    TO CLO-FH-RECEIVER
732390             MOVE CLI-FH-FILE-DATE TO CLO-FH-FILE-DATE
732400             MOVE CLI-FH-FILE-SEQ  TO CLO-FH-FILE-SEQ
732410             PERFORM 6655-WRITE-RETURN-RECORD THRU 6655-EXIT
732420         WHEN CLI-BATCH-HEADER
732430             MOVE CLI-RECORD      TO WS-CLR-BH-SAVE
732440             MOVE CLI-BH-BATCH-NO TO WS-CLR-BATCH-NO
732450             MOVE "N"  TO WS-CLR-RET-BATCH-SW
732460             MOVE ZERO TO WS-CLR-RET-BATCH-ITEMS
732470             MOVE ZERO TO WS-CLR-RET-BATCH-AMT
732480         WHEN CLI-DETAIL
732490             PERFORM 6640-POST-ONE-ITEM THRU 6640-EXIT
732500         WHEN CLI-BATCH-TRAILER
732510             IF WS-CLR-RET-BATCH-OPEN
732520                 MOVE SPACES          TO CLO-BATCH-TRAILER-REC
732530                 MOVE "8"             TO CLO-BT-TYPE
732540                 MOVE WS-CLR-BATCH-NO TO CLO-BT-BATCH-NO
732550                 MOVE WS-CLR-RET-BATCH-ITEMS TO CLO-BT-ITEM-CT
732560                 MOVE WS-CLR-RET-BATCH-AMT   TO CLO-BT-AMOUNT
732570                 PERFORM 6655-WRITE-RETURN-RECORD THRU 6655-EXIT
732580                 MOVE "N" TO WS-CLR-RET-BATCH-SW
732590             END-IF
732600         WHEN OTHER
732610             CONTINUE
732620     END-EVALUATE
732630     IF WS-RETURN-CODE NOT = ZERO
732640         GO TO 6630-EXIT
732650     END-IF
732660     PERFORM 6612-READ-CLEARING-RECORD THRU 6612-EXIT.
732670 6630-EXIT.
732680     EXIT.
732690
732700*****************************************************************
732710*    6640-POST-ONE-ITEM - PAY ONE DETAIL ITEM FROM THE
732720*    SETTLEMENT ACCOUNT TO ITS BENEFICIARY.  ON A RESTART THE
732730*    ITEM IS FIRST LOOKED FOR AMONG THE CLEARING ENTRIES THE
732740*    INTERRUPTED RUN JOURNALLED (6645); A MATCH IS TAKEN AS
732750*    ITS OUTCOME INSTEAD OF POSTING IT AGAIN.
732760*****************************************************************
732770 6640-POST-ONE-ITEM.
732780     MOVE CLI-D-REFERENCE TO WS-CLR-REF
732790     MOVE "N" TO WS-CLR-MATCH-SW
732800     IF WS-CLR-RESUMING
732810         PERFORM 6645-MATCH-JOURNALLED-ITEM THRU 6645-EXIT
732820         IF WS-RETURN-CODE NOT = ZERO
732830             GO TO 6640-EXIT
732840         END-IF
732850     END-IF
732860     IF WS-CLR-MATCHED
732870         EVALUATE JRN-STATUS
732880             WHEN "Success"
732890                 MOVE ZERO TO WS-RETURN-CODE
732900             WHEN "Invalid account"
732910                 MOVE 3 TO WS-RETURN-CODE
732920             WHEN "Account frozen"
732930                 MOVE 13 TO WS-RETURN-CODE
732940             WHEN "Account closed"
732950                 MOVE 14 TO WS-RETURN-CODE
732960             WHEN OTHER
732970                 MOVE 99 TO WS-RETURN-CODE
732980         END-EVALUATE
732990     ELSE
733000         MOVE WS-CLR-SETTLE-ACCT TO ARG1
733010         MOVE CLI-D-BENEF-ACCT   TO ARG2
733020         MOVE CLI-D-AMOUNT       TO WS-CLR-AMOUNT-EDIT
733030         MOVE WS-CLR-AMOUNT-EDIT TO ARG3
733040         PERFORM 5000-APPLY-TRANSACTION THRU 5000-EXIT
733050*        RC 8 IS NOT A REJECT - THE JOURNAL OR CONTROL FILE
733060*        ITSELF FAILED.  LEAVE THE CODE STANDING SO THE RUN
733070*        STOPS WITH THE FILE STILL IN MODE "W".
733080         IF WS-RETURN-CODE = 8
733090             GO TO 6640-EXIT
733100         END-IF
733110     END-IF
733120     EVALUATE WS-RETURN-CODE
733130         WHEN ZERO
733140             ADD 1            TO WS-CLR-POSTED-CT
733150             ADD CLI-D-AMOUNT TO WS-CLR-POSTED-AMT
733160         WHEN 3
733170             MOVE "R03" TO WS-CLR-RET-CODE
733180             PERFORM 6650-RETURN-ONE-ITEM THRU 6650-EXIT
733190         WHEN 13
733200             MOVE "R16" TO WS-CLR-RET-CODE
733210             PERFORM 6650-RETURN-ONE-ITEM THRU 6650-EXIT
733220         WHEN 14
733230             MOVE "R02" TO WS-CLR-RET-CODE
733240             PERFORM 6650-RETURN-ONE-ITEM THRU 6650-EXIT
733250         WHEN OTHER
733260             ADD 1 TO WS-CLR-REJECTED-CT
733270*            A MATCHED REJECT WAS QUEUED BY THE INTERRUPTED RUN.
733280             IF NOT WS-CLR-MATCHED
733290                 MOVE "C" TO WS-EXC-SOURCE
733300                 PERFORM 9400-WRITE-EXCEPTION THRU 9400-EXIT
733310             END-IF
733320     END-EVALUATE
733330     IF WS-RETURN-CODE NOT = 8
733340         MOVE ZERO TO WS-RETURN-CODE
733350     END-IF
733360     MOVE SPACES TO WS-CLR-REF.
733370 6640-EXIT.
733380     EXIT.
733390
733400*****************************************************************
733410*    6645-MATCH-JOURNALLED-ITEM - WALK THE JOURNAL FORWARD FROM
733420*    WS-CLR-MATCH-SEQ TO THE NEXT CLEARING ENTRY (JRN-CLR-REF
733430*    SET), PASSING OVER EVERYTHING ELSE POSTED MEANWHILE.  THE
733440*    INTERRUPTED RUN POSTED THE ITEMS IN FILE ORDER, SO THAT
733450*    ENTRY MUST BE THIS ITEM - IF IT IS NOT, THE FILE MOUNTED IS
733460*    NOT THE ONE THAT WAS INTERRUPTED (RC 39).  NO CLEARING
733470*    ENTRY BEFORE THE "S" CEILING MEANS THE INTERRUPTED RUN GOT
733480*    NO FURTHER: THE RESTART ENDS AND NORMAL POSTING RESUMES.
733490*****************************************************************
733500 6645-MATCH-JOURNALLED-ITEM.
733510     IF WS-CLR-MATCH-SEQ = WS-CLR-MATCH-CEIL
733520         MOVE "N" TO WS-CLR-RESUME-SW
733530         DISPLAY "Restart caught up at journal seq "
733540             WS-CLR-MATCH-SEQ " - posting resumes"
733550         GO TO 6645-EXIT
733560     END-IF
733570     IF WS-CLR-MATCH-SEQ >= 999999
733580         MOVE ZERO TO WS-CLR-MATCH-SEQ
733590     END-IF
733600     ADD 1 TO WS-CLR-MATCH-SEQ
733610     MOVE WS-CLR-MATCH-SEQ TO JRN-SEQ-NO
733620     READ JOURNAL-FILE
733630         INVALID KEY
733640             GO TO 6645-MATCH-JOURNALLED-ITEM
733650     END-READ
733660     IF JRN-CLR-REF = SPACES
733670         GO TO 6645-MATCH-JOURNALLED-ITEM
733680     END-IF
733690     IF JRN-CLR-REF NOT = CLI-D-REFERENCE
733700         OR JRN-TO-ACCT NOT = CLI-D-BENEF-ACCT
733710         OR JRN-AMOUNT NOT = CLI-D-AMOUNT
733720         MOVE 39 TO WS-RETURN-CODE
733730         DISPLAY "ERROR: Item " CLI-D-REFERENCE " does not match "
733740             "journal seq " JRN-SEQ-NO " - wrong LGCLRIN file?"
733750         GO TO 6645-EXIT
733760     END-IF
733770     MOVE "Y" TO WS-CLR-MATCH-SW.
733780 6645-EXIT.
733790     EXIT.
733800
733810*****************************************************************
733820*    6650-RETURN-ONE-ITEM - WRITE THE CURRENT ITEM TO THE
733830*    RETURNS FILE AS RECEIVED, WITH ITS RETURN REASON CODE,
733840*    OPENING THE RETURN BATCH WITH A COPY OF THE INBOUND BATCH
733850*    HEADER IF THIS IS THE BATCH'S FIRST RETURN.
733860*****************************************************************
733870 6650-RETURN-ONE-ITEM.
733880     IF NOT WS-CLR-RET-BATCH-OPEN
733890         MOVE WS-CLR-BH-SAVE TO CLO-RECORD
733900         PERFORM 6655-WRITE-RETURN-RECORD THRU 6655-EXIT
733910         IF WS-RETURN-CODE = 8
733920             GO TO 6650-EXIT
733930         END-IF
733940         MOVE "Y" TO WS-CLR-RET-BATCH-SW
733950         ADD 1 TO WS-CLR-RET-BATCH-CT
733960     END-IF
733970     MOVE CLI-RECORD     TO CLO-RECORD
733980     MOVE WS-CLR-RET-CODE TO CLO-D-RETURN-CODE
733990     PERFORM 6655-WRITE-RETURN-RECORD THRU 6655-EXIT
734000     IF WS-RETURN-CODE = 8
734010         GO TO 6650-EXIT
734020     END-IF
734030     ADD 1            TO WS-CLR-RET-BATCH-ITEMS WS-CLR-RETURNED-CT
734040     ADD CLI-D-AMOUNT TO WS-CLR-RET-BATCH-AMT WS-CLR-RET-AMT
734050     DISPLAY "RETURNED " CLI-D-REFERENCE " " WS-CLR-RET-CODE " "
734060         CLI-D-BENEF-ACCT.
734070 6650-EXIT.
734080     EXIT.
734090
734100*****************************************************************
734110*    6655-WRITE-RETURN-RECORD - WRITE ONE RETURNS FILE RECORD.
734120*    AN ITEM THAT CANNOT BE RETURNED WOULD LEAVE THE SENDER'S
734130*    MONEY STRANDED, SO A FAILED WRITE STOPS THE RUN (RC 8).
734140*****************************************************************
734150 6655-WRITE-RETURN-RECORD.
734160     WRITE CLO-RECORD
734170     IF WS-CLRO-STATUS NOT = "00"
734180         MOVE 8 TO WS-RETURN-CODE
734190         DISPLAY "ERROR: Clearing returns write failed, status "
734200             WS-CLRO-STATUS
734210     END-IF.
734220 6655-EXIT.
734230     EXIT.
734240
734250*****************************************************************
734260*    6658-WRITE-RETURN-TRAILER - CLOSE THE RETURNS FILE WITH ITS
734270*    "9" TRAILER: RETURN BATCHES, ITEMS, AND AMOUNT.
734280*****************************************************************
734290 6658-WRITE-RETURN-TRAILER.
734300     MOVE SPACES             TO CLO-FILE-TRAILER-REC
734310     MOVE "9"                TO CLO-FT-TYPE
734320     MOVE WS-CLR-RET-BATCH-CT TO CLO-FT-BATCH-CT
734330     MOVE WS-CLR-RETURNED-CT TO CLO-FT-ITEM-CT
734340     MOVE WS-CLR-RET-AMT     TO CLO-FT-AMOUNT
734350     PERFORM 6655-WRITE-RETURN-RECORD THRU 6655-EXIT.
734360 6658-EXIT.
734370     EXIT.
734380
734390*****************************************************************
734400*    6660-MARK-FILE-COMPLETE - SET THE SENDER'S "K" RECORD TO
734410*    MODE "C" WITH THE ITEMS POSTED, SO THE FILE CANNOT BE
734420*    TAKEN AGAIN.
734430*****************************************************************
734440 6660-MARK-FILE-COMPLETE.
734450     MOVE "K"           TO CTL-KEY-TYPE
734460     MOVE WS-CLR-SENDER TO CTL-KEY-QUAL
734470     READ CONTROL-FILE
734480         INVALID KEY
734490             MOVE 8 TO WS-RETURN-CODE
734500             DISPLAY "ERROR: Clearing control record missing"
734510             GO TO 6660-EXIT
734520     END-READ
734530     MOVE "C"              TO CTL-MODE
734540     MOVE WS-CLR-POSTED-CT TO CTL-COUNT-2
734550     REWRITE CTL-RECORD
734560     IF WS-CTL-STATUS NOT = "00"
734570         MOVE 8 TO WS-RETURN-CODE
734580         DISPLAY "ERROR: Clearing control record rewrite failed, "
734590             "status " WS-CTL-STATUS
734600     END-IF.
734610 6660-EXIT.
734620     EXIT.
734630
734640*****************************************************************
734650*    6570-TRACK-ENTRY - RECONCILE'S PROOF OF ONE COMPOUND ENTRY.
734660*    AN ENTRY'S RECORDS ARE JOURNALLED TOGETHER, SO THEY ARE MET
734670*    TOGETHER IN SEQUENCE ORDER: A NEW ENTRY NUMBER CLOSES OFF
734680*    THE LAST ONE (6575).  THE HEADER GIVES THE STATUS AND LEG
734690*    COUNT; EACH POSTED LEG ADDS ITS ENTRY-CURRENCY EQUIVALENT
734700*    TO THE NET - PLUS FOR A DEBIT, MINUS FOR A CREDIT - WHICH
734710*    MUST COME BACK TO ZERO.  THE CURRENT RECORD'S FIELDS ARRIVE
734720*    IN THE WS-RCE-W- WORK COPY, FROM THE JOURNAL OR ARCHIVE.
734730*****************************************************************
734740 6570-TRACK-ENTRY.
734750     IF WS-RCE-W-NO NOT = WS-RCE-NO
734760         PERFORM 6575-CLOSE-ENTRY THRU 6575-EXIT
734770         MOVE WS-RCE-W-NO TO WS-RCE-NO
734780         MOVE "N"         TO WS-RCE-HDR-SW
734790         MOVE SPACES      TO WS-RCE-HDR-STATUS
734800         MOVE ZERO        TO WS-RCE-LEG-CT WS-RCE-LEGS-SEEN
734810         MOVE ZERO        TO WS-RCE-NET WS-RCE-REV-OF
734820     END-IF
734830     IF WS-RCE-W-LEG-NO = ZERO
734840         MOVE "Y"             TO WS-RCE-HDR-SW
734850         MOVE WS-RCE-W-STATUS TO WS-RCE-HDR-STATUS
734860         MOVE WS-RCE-W-LEG-CT TO WS-RCE-LEG-CT
734870         MOVE WS-RCE-W-REV-OF TO WS-RCE-REV-OF
734880         GO TO 6570-EXIT
734890     END-IF
734900     IF WS-RCE-W-STATUS NOT = "Success"
734910         GO TO 6570-EXIT
734920     END-IF
734930     ADD 1 TO WS-RCE-LEGS-SEEN
734940     IF WS-RCE-W-FROM NOT = SPACES
734950         ADD WS-RCE-W-CONV TO WS-RCE-NET
734960     ELSE
734970         SUBTRACT WS-RCE-W-AMT FROM WS-RCE-NET
734980     END-IF.
734990 6570-EXIT.
735000     EXIT.
735010
735020*****************************************************************
735030*    6575-CLOSE-ENTRY - JUDGE THE ENTRY JUST REPLAYED.  A HEADER
735040*    STILL "Posting" IS AN ENTRY INTERRUPTED PART-POSTED (BACK IT
735050*    OUT WITH REVERSE_TX OF ITS HEADER); A POSTED ENTRY MUST
735060*    CARRY EVERY LEG IT DECLARED AND NET TO ZERO.  A REVERSING
735070*    ENTRY UNDOES EXACTLY WHAT ITS ORIGINAL POSTED, SO IT IS NOT
735080*    HELD TO THE BALANCE - AN UNBALANCED ORIGINAL IS REPORTED IN
735090*    ITS OWN RIGHT.
735100*****************************************************************
735110 6575-CLOSE-ENTRY.
735120     IF WS-RCE-NO = ZERO
735130         GO TO 6575-EXIT
735140     END-IF
735150     EVALUATE TRUE
735160         WHEN NOT WS-RCE-HDR-SEEN
735170             IF WS-RCE-LEGS-SEEN > ZERO
735180                 ADD 1 TO WS-RCE-ERROR-CT
735190                 DISPLAY "ENTRY " WS-RCE-NO " HAS "
735200                     WS-RCE-LEGS-SEEN
735210                     " POSTED LEG(S) BUT NO HEADER"
735220             END-IF
735230         WHEN WS-RCE-HDR-STATUS = "Posting"
735240             ADD 1 TO WS-RCE-ERROR-CT
735250             DISPLAY "ENTRY " WS-RCE-NO " INTERRUPTED - "
735260                 WS-RCE-LEGS-SEEN " OF " WS-RCE-LEG-CT
735270                 " LEGS POSTED"
735280         WHEN WS-RCE-HDR-STATUS NOT = "Success"
735290             IF WS-RCE-LEGS-SEEN > ZERO
735300                 ADD 1 TO WS-RCE-ERROR-CT
735310                 DISPLAY "ENTRY " WS-RCE-NO " REJECTED BUT HAS "
735320                     WS-RCE-LEGS-SEEN " POSTED LEG(S)"
735330             END-IF
735340         WHEN WS-RCE-LEGS-SEEN NOT = WS-RCE-LEG-CT
735350             ADD 1 TO WS-RCE-ERROR-CT
735360             DISPLAY "ENTRY " WS-RCE-NO " HAS " WS-RCE-LEGS-SEEN
735370                 " OF " WS-RCE-LEG-CT " LEGS"
735380         WHEN WS-RCE-REV-OF = ZERO AND WS-RCE-NET NOT = ZERO
735390             ADD 1 TO WS-RCE-ERROR-CT
735400             DISPLAY "ENTRY " WS-RCE-NO " OUT OF BALANCE BY "
735410                 WS-RCE-NET
735420     END-EVALUATE
735430     MOVE ZERO TO WS-RCE-NO.
735440 6575-EXIT.
735450     EXIT.
735460
735470*****************************************************************
735480*    6700-POST-ENTRIES - POST THE COMPOUND JOURNAL ENTRIES ON THE
735490*    LGENTRY FILE.  EACH ENTRY IS A HEADER AND ANY NUMBER OF
735500*    DEBIT AND CREDIT LEGS, POSSIBLY ACROSS CURRENCIES, THAT MUST
735510*    BALANCE IN THE ENTRY CURRENCY.  EVERY LEG IS PROVED -
735520*    ACCOUNT, STATUS, CURRENCY AND RATE, AND FOR A DEBIT THE
735530*    FUNDS NET OF HOLDS AND THE DEBIT LIMITS - BEFORE ANY LEG
735540*    POSTS, SO AN ENTRY POSTS WHOLE UNDER ONE ENTRY NUMBER OR
735550*    NOT AT ALL.  A REJECTED ENTRY IS JOURNALLED AS ITS HEADER
735560*    ALONE, CARRYING THE REASON, AND THE RUN GOES ON TO THE NEXT
735570*    ENTRY; IT ENDS 11 IF ANY ENTRY WAS REJECTED.
735580*****************************************************************
735590 6700-POST-ENTRIES.
735600     MOVE ZERO TO WS-RETURN-CODE
735610     MOVE ZERO TO WS-ENT-POSTED-CT WS-ENT-REJECTED-CT
735620     MOVE "N"  TO WS-ENT-REVERSING-SW
735630     OPEN INPUT ENTRY-FILE
735640     IF WS-ENTF-STATUS NOT = "00"
735650         MOVE 9 TO WS-RETURN-CODE
735660         DISPLAY "ERROR: Unable to open compound entry file"
735670         GO TO 6700-EXIT
735680     END-IF
735690     PERFORM 9300-OPEN-POSTING-FILES THRU 9300-EXIT
735700     IF WS-RETURN-CODE NOT = ZERO
735710         CLOSE ENTRY-FILE
735720         GO TO 6700-EXIT
735730     END-IF
735740     MOVE "N" TO WS-EOF-SW
735750     PERFORM 6705-READ-ENTRY-RECORD THRU 6705-EXIT
735760     IF NOT WS-EOF AND NOT ENT-HEADER
735770         MOVE 40 TO WS-RETURN-CODE
735780         DISPLAY "ERROR: LGENTRY must begin with an entry header"
735790         GO TO 6700-CLOSE
735800     END-IF
735810     PERFORM 6710-POST-ONE-ENTRY THRU 6710-EXIT
735820         UNTIL WS-EOF OR WS-RETURN-CODE NOT = ZERO.
735830 6700-CLOSE.
735840     MOVE ZERO TO WS-ENT-NO WS-ENT-LEG-NO WS-ENT-LEG-CT
735850     MOVE ZERO TO WS-REVERSAL-OF-SEQ
735860     PERFORM 9310-CLOSE-POSTING-FILES THRU 9310-EXIT
735870     CLOSE ENTRY-FILE
735880     IF WS-RETURN-CODE NOT = ZERO
735890         DISPLAY "Compound entry run stopped after "
735900             WS-ENT-POSTED-CT " entries posted"
735910         GO TO 6700-EXIT
735920     END-IF
735930     IF WS-ENT-REJECTED-CT > ZERO
735940         MOVE 11 TO WS-RETURN-CODE
735950     END-IF
735960     DISPLAY "Compound entries complete. Posted=" WS-ENT-POSTED-CT
735970         " Rejected=" WS-ENT-REJECTED-CT.
735980 6700-EXIT.
735990     EXIT.
736000
736010 6705-READ-ENTRY-RECORD.
736020     READ ENTRY-FILE
736030         AT END
736040             MOVE "Y" TO WS-EOF-SW
736050     END-READ.
736060 6705-EXIT.
736070     EXIT.
736080
736090*****************************************************************
736100*    6710-POST-ONE-ENTRY - GATHER THE ENTRY WHOSE HEADER IS THE
736110*    CURRENT RECORD (ITS LEGS RUN TO THE NEXT HEADER OR THE END
736120*    OF THE FILE), TAKE ITS ENTRY NUMBER, AND PROVE AND POST IT.
736130*    A REJECTED ENTRY DOES NOT STOP THE RUN; ONLY A FILE FAILURE
736140*    (RC 8) DOES.
736150*****************************************************************
736160 6710-POST-ONE-ENTRY.
736170     MOVE ENT-H-REFERENCE TO WS-ENT-REF
736180     MOVE ENT-H-CURRENCY  TO WS-ENT-CCY
736190     MOVE ZERO TO WS-ENT-LEG-COUNT WS-ENT-HDR-SEQ
736200     MOVE ZERO TO WS-ENT-ORIG-HDR-SEQ WS-REVERSAL-OF-SEQ
736210     MOVE "N"  TO WS-ENT-LAYOUT-SW
736220     IF ENT-H-LEG-CT IS NUMERIC
736230         MOVE ENT-H-LEG-CT TO WS-ENT-DECLARED-CT
736240     ELSE
736250         MOVE ZERO TO WS-ENT-DECLARED-CT
736260         MOVE "Y"  TO WS-ENT-LAYOUT-SW
736270     END-IF
736280     PERFORM 6705-READ-ENTRY-RECORD THRU 6705-EXIT
736290     PERFORM 6715-COLLECT-ONE-LEG THRU 6715-EXIT
736300         UNTIL WS-EOF OR ENT-HEADER
736310     PERFORM 6790-NEXT-ENTRY-NUMBER THRU 6790-EXIT
736320     IF WS-RETURN-CODE NOT = ZERO
736330         GO TO 6710-EXIT
736340     END-IF
736350     PERFORM 6720-VALIDATE-ENTRY THRU 6720-EXIT
736360     IF WS-RETURN-CODE = 8
736370         GO TO 6710-EXIT
736380     END-IF
736390     IF WS-RETURN-CODE NOT = ZERO
736400         PERFORM 6740-JOURNAL-REJECTED-ENTRY THRU 6740-EXIT
736410         IF WS-RETURN-CODE NOT = 8
736420             MOVE ZERO TO WS-RETURN-CODE
736430             ADD 1 TO WS-ENT-REJECTED-CT
736440         END-IF
736450         GO TO 6710-EXIT
736460     END-IF
736470     PERFORM 6730-POST-ENTRY-LEGS THRU 6730-EXIT
736480     IF WS-RETURN-CODE = ZERO
736490         ADD 1 TO WS-ENT-POSTED-CT
736500     END-IF.
736510 6710-EXIT.
736520     EXIT.
736530
736540*****************************************************************
736550*    6715-COLLECT-ONE-LEG - TABLE THE CURRENT LEG RECORD AND
736560*    READ ON.  ANYTHING BUT A LEG INSIDE AN ENTRY, OR MORE LEGS
736570*    THAN THE TABLE HOLDS, MARKS THE ENTRY'S LAYOUT BAD; THE
736580*    REST OF THE ENTRY IS STILL READ PAST SO THE NEXT ENTRY
736590*    STARTS CLEAN.
736600*****************************************************************
736610 6715-COLLECT-ONE-LEG.
736620     IF NOT ENT-LEG
736630         OR WS-ENT-LEG-COUNT >= WS-ENT-MAX-LEGS
736640         MOVE "Y" TO WS-ENT-LAYOUT-SW
736650         GO TO 6715-NEXT
736660     END-IF
736670     ADD 1 TO WS-ENT-LEG-COUNT
736680     MOVE ENT-L-ACCT     TO WS-ENT-L-ACCT (WS-ENT-LEG-COUNT)
736690     MOVE ENT-L-SIDE     TO WS-ENT-L-SIDE (WS-ENT-LEG-COUNT)
736700     MOVE ENT-L-CURRENCY TO WS-ENT-L-CCY (WS-ENT-LEG-COUNT)
736710     MOVE ZERO           TO WS-ENT-L-EQUIV (WS-ENT-LEG-COUNT)
736720     MOVE ZERO           TO WS-ENT-L-RATE (WS-ENT-LEG-COUNT)
736730     MOVE ZERO           TO WS-ENT-L-ORIG-SEQ (WS-ENT-LEG-COUNT)
736740     IF ENT-L-AMOUNT IS NUMERIC
736750         MOVE ENT-L-AMOUNT TO WS-ENT-L-AMOUNT (WS-ENT-LEG-COUNT)
736760     ELSE
736770         MOVE ZERO TO WS-ENT-L-AMOUNT (WS-ENT-LEG-COUNT)
736780     END-IF.
736790 6715-NEXT.
736800     PERFORM 6705-READ-ENTRY-RECORD THRU 6705-EXIT.
736810 6715-EXIT.
736820     EXIT.
736830
736840*****************************************************************
736850*    6720-VALIDATE-ENTRY - PROVE THE WHOLE ENTRY BEFORE ANY LEG
736860*    POSTS: ITS LAYOUT (AT LEAST TWO LEGS, AS MANY AS THE HEADER
736870*    DECLARED), THEN EVERY LEG (6725), THEN THE BALANCE - THE
736880*    DEBIT LEGS' ENTRY-CURRENCY EQUIVALENTS MUST EQUAL THE
736890*    CREDIT LEGS' EXACTLY.  THE FIRST FAILURE REJECTS THE ENTRY
736900*    WITH ITS REASON IN WS-JRN-STATUS-TEXT AND WS-ENT-IDX ON THE
736910*    FAILING LEG.  A REVERSAL (WS-ENT-REVERSING) KEEPS THE
736920*    EQUIVALENTS AND RATES ITS ORIGINAL LEGS WERE JOURNALLED
736930*    WITH AND IS NOT RE-BALANCED - IT UNDOES EXACTLY WHAT
736940*    POSTED.
736950*****************************************************************
736960 6720-VALIDATE-ENTRY.
736970     MOVE ZERO      TO WS-RETURN-CODE
736980     MOVE ZERO      TO WS-ENT-IDX
736990     MOVE "Success" TO WS-JRN-STATUS-TEXT
737000     MOVE ZERO      TO WS-ENT-DEBIT-TOTAL WS-ENT-CREDIT-TOTAL
737010     IF WS-ENT-LAYOUT-BAD
737020         OR WS-ENT-LEG-COUNT < 2
737030         OR WS-ENT-CCY = SPACES
737040         MOVE 40 TO WS-RETURN-CODE
737050         MOVE "Bad entry layout" TO WS-JRN-STATUS-TEXT
737060         GO TO 6720-EXIT
737070     END-IF
737080     IF WS-ENT-LEG-COUNT NOT = WS-ENT-DECLARED-CT
737090         MOVE 40 TO WS-RETURN-CODE
737100         MOVE "Leg count mismatch" TO WS-JRN-STATUS-TEXT
737110         GO TO 6720-EXIT
737120     END-IF
737130     PERFORM 6725-VALIDATE-ONE-LEG THRU 6725-EXIT
737140         UNTIL WS-ENT-IDX >= WS-ENT-LEG-COUNT
737150            OR WS-RETURN-CODE NOT = ZERO
737160     IF WS-RETURN-CODE NOT = ZERO
737170         GO TO 6720-EXIT
737180     END-IF
737190     MOVE ZERO TO WS-ENT-IDX
737200     IF WS-ENT-DEBIT-TOTAL > 9999999999.99
737210         MOVE 1 TO WS-RETURN-CODE
737220         MOVE "Invalid amount" TO WS-JRN-STATUS-TEXT
737230         GO TO 6720-EXIT
737240     END-IF
737250     IF NOT WS-ENT-REVERSING
737260         AND WS-ENT-DEBIT-TOTAL NOT = WS-ENT-CREDIT-TOTAL
737270         MOVE 40 TO WS-RETURN-CODE
737280         MOVE "Entry out of balance" TO WS-JRN-STATUS-TEXT
737290     END-IF.
737300 6720-EXIT.
737310     EXIT.
737320
737330*****************************************************************
737340*    6725-VALIDATE-ONE-LEG - PROVE THE NEXT LEG AS 5000 WOULD
737350*    PROVE ITS SIDE OF A TRANSFER: AMOUNT, ACCOUNT ON FILE AND
737360*    NEITHER FROZEN NOR CLOSED, THE LEG'S CURRENCY THE
737370*    ACCOUNT'S, AND A RATE INTO THE ENTRY CURRENCY; A DEBIT
737380*    LEG MUST ALSO CLEAR THE FUNDS CHECK NET OF HOLDS AND THE
737390*    ACCOUNT'S DEBIT LIMITS.  AN ACCOUNT MAY APPEAR ONLY ONCE
737400*    IN AN ENTRY - TWO LEGS ON ONE ACCOUNT WOULD NET INSIDE THE
737410*    ENTRY AND DEFEAT THE FUNDS CHECK.
737420*****************************************************************
737430 6725-VALIDATE-ONE-LEG.
737440     ADD 1 TO WS-ENT-IDX
737450     MOVE WS-ENT-L-AMOUNT (WS-ENT-IDX) TO WS-TRANSACTION-AMOUNT
737460     IF WS-ENT-L-SIDE (WS-ENT-IDX) NOT = "D"
737470         AND WS-ENT-L-SIDE (WS-ENT-IDX) NOT = "C"
737480         MOVE 40 TO WS-RETURN-CODE
737490         MOVE "Bad entry layout" TO WS-JRN-STATUS-TEXT
737500         GO TO 6725-EXIT
737510     END-IF
737520     IF WS-TRANSACTION-AMOUNT <= ZERO
737530         MOVE 1 TO WS-RETURN-CODE
737540         MOVE "Invalid amount" TO WS-JRN-STATUS-TEXT
737550         GO TO 6725-EXIT
737560     END-IF
737570     MOVE ZERO TO WS-ENT-SCAN-IDX
737580     MOVE "N"  TO WS-FOUND-SW
737590     PERFORM 6727-CHECK-REPEATED-ACCT THRU 6727-EXIT
737600         UNTIL WS-FOUND OR WS-ENT-SCAN-IDX >= WS-ENT-IDX - 1
737610     IF WS-FOUND
737620         MOVE 40 TO WS-RETURN-CODE
737630         MOVE "Account repeated" TO WS-JRN-STATUS-TEXT
737640         GO TO 6725-EXIT
737650     END-IF
737660     INITIALIZE WS-FROM-ACCOUNT WS-TO-ACCOUNT
737670     MOVE WS-ENT-L-ACCT (WS-ENT-IDX) TO ARG1
737680     PERFORM 5200-READ-FROM-ACCOUNT THRU 5200-EXIT
737690     IF WS-RETURN-CODE NOT = ZERO
737700         GO TO 6725-EXIT
737710     END-IF
737720     IF FRACT-CURRENCY NOT = WS-ENT-L-CCY (WS-ENT-IDX)
737730         MOVE 5 TO WS-RETURN-CODE
737740         MOVE "Currency mismatch" TO WS-JRN-STATUS-TEXT
737750         GO TO 6725-EXIT
737760     END-IF
737770     IF WS-ENT-REVERSING
737780         GO TO 6725-ADD-TOTAL
737790     END-IF
737800     IF FRACT-CURRENCY = WS-ENT-CCY
737810         MOVE WS-TRANSACTION-AMOUNT TO WS-CONVERTED-AMOUNT
737820         MOVE 1 TO WS-RATE-APPLIED
737830     ELSE
737840         MOVE WS-ENT-CCY TO TOACT-CURRENCY
737850         PERFORM 5400-CONVERT-CURRENCY THRU 5400-EXIT
737860         IF WS-RETURN-CODE NOT = ZERO
737870             GO TO 6725-EXIT
737880         END-IF
737890     END-IF
737900     MOVE WS-CONVERTED-AMOUNT TO WS-ENT-L-EQUIV (WS-ENT-IDX)
737910     MOVE WS-RATE-APPLIED     TO WS-ENT-L-RATE (WS-ENT-IDX).
737920 6725-ADD-TOTAL.
737930     IF WS-ENT-L-SIDE (WS-ENT-IDX) = "C"
737940         ADD WS-ENT-L-EQUIV (WS-ENT-IDX) TO WS-ENT-CREDIT-TOTAL
737950         GO TO 6725-EXIT
737960     END-IF
737970     ADD WS-ENT-L-EQUIV (WS-ENT-IDX) TO WS-ENT-DEBIT-TOTAL
737980     PERFORM 5600-SUM-ACTIVE-HOLDS THRU 5600-EXIT
737990     IF WS-RETURN-CODE NOT = ZERO
738000         GO TO 6725-EXIT
738010     END-IF
738020     IF (FRACT-BALANCE - WS-HOLD-TOTAL
738030         + FRACT-CREDIT-LIMIT) < WS-TRANSACTION-AMOUNT
738040         MOVE 2 TO WS-RETURN-CODE
738050         MOVE "Insufficient funds" TO WS-JRN-STATUS-TEXT
738060         GO TO 6725-EXIT
738070     END-IF
738080     PERFORM 5700-CHECK-DEBIT-LIMITS THRU 5700-EXIT.
738090 6725-EXIT.
738100     EXIT.
738110
738120 6727-CHECK-REPEATED-ACCT.
738130     ADD 1 TO WS-ENT-SCAN-IDX
738140     IF WS-ENT-L-ACCT (WS-ENT-SCAN-IDX)
738150         = WS-ENT-L-ACCT (WS-ENT-IDX)
738160         MOVE "Y" TO WS-FOUND-SW
738170     END-IF.
738180 6727-EXIT.
738190     EXIT.
738200
738210*****************************************************************
738220*    6730-POST-ENTRY-LEGS - THE ENTRY HAS PROVED.  JOURNAL ITS
738230*    HEADER AS "Posting", POST AND JOURNAL EACH LEG IN TURN,
738240*    THEN MARK THE HEADER "Success".  ONLY A FILE FAILURE (RC 8)
738250*    CAN STOP IT PART WAY; THE HEADER THEN STILL READS
738260*    "Posting", RECONCILE AND EOD_REPORT REPORT THE ENTRY AS
738270*    INTERRUPTED, AND REVERSE_TX OF THE HEADER BACKS OUT THE
738280*    LEGS THAT DID POST.
738290*****************************************************************
738300 6730-POST-ENTRY-LEGS.
738310     MOVE SPACES              TO ARG1 ARG2
738320     MOVE WS-ENT-CCY          TO FRACT-CURRENCY TOACT-CURRENCY
738330     MOVE WS-ENT-DEBIT-TOTAL  TO WS-TRANSACTION-AMOUNT
738340     MOVE WS-ENT-DEBIT-TOTAL  TO WS-CONVERTED-AMOUNT
738350     MOVE 1                   TO WS-RATE-APPLIED
738360     MOVE ZERO                TO WS-ENT-LEG-NO
738370     MOVE WS-ENT-LEG-COUNT    TO WS-ENT-LEG-CT
738380     MOVE WS-ENT-ORIG-HDR-SEQ TO WS-REVERSAL-OF-SEQ
738390     MOVE "Posting"           TO WS-JRN-STATUS-TEXT
738400     PERFORM 9000-WRITE-JOURNAL-ENTRY THRU 9000-EXIT
738410     IF WS-RETURN-CODE NOT = ZERO
738420         GO TO 6730-EXIT
738430     END-IF
738440     MOVE WS-NEXT-SEQ TO WS-ENT-HDR-SEQ
738450     MOVE ZERO        TO WS-ENT-IDX
738460     PERFORM 6735-POST-ONE-LEG THRU 6735-EXIT
738470         UNTIL WS-ENT-IDX >= WS-ENT-LEG-COUNT
738480            OR WS-RETURN-CODE NOT = ZERO
738490     IF WS-RETURN-CODE NOT = ZERO
738500         DISPLAY "ERROR: Entry " WS-ENT-NO " stopped at leg "
738510             WS-ENT-IDX " of " WS-ENT-LEG-COUNT " - header seq "
738520             WS-ENT-HDR-SEQ " left Posting"
738530         GO TO 6730-EXIT
738540     END-IF
738550     MOVE WS-ENT-HDR-SEQ TO JRN-SEQ-NO
738560     READ JOURNAL-FILE
738570         INVALID KEY
738580             MOVE 8 TO WS-RETURN-CODE
738590     END-READ
738600     IF WS-RETURN-CODE = ZERO
738610         MOVE "Success" TO JRN-STATUS
738620         REWRITE JRN-RECORD
738630         IF WS-JRNL-STATUS NOT = "00"
738640             MOVE 8 TO WS-RETURN-CODE
738650         END-IF
738660     END-IF
738670     IF WS-RETURN-CODE NOT = ZERO
738680         DISPLAY "ERROR: Entry " WS-ENT-NO
738690             " posted but header seq "
738700             WS-ENT-HDR-SEQ " not marked Success"
738710         GO TO 6730-EXIT
738720     END-IF
738730     MOVE WS-ENT-DEBIT-TOTAL TO WS-ENT-AMOUNT-EDIT
738740     DISPLAY "Entry " WS-ENT-NO " " WS-ENT-REF " posted: "
738750         WS-ENT-LEG-COUNT " legs " WS-ENT-CCY WS-ENT-AMOUNT-EDIT
738760         " header seq " WS-ENT-HDR-SEQ.
738770 6730-EXIT.
738780     EXIT.
738790
738800*****************************************************************
738810*    6735-POST-ONE-LEG - MOVE THE NEXT LEG'S MONEY ON THE MASTER
738820*    AND JOURNAL IT ONE-SIDED: A DEBIT LEG NAMES ONLY ITS FROM
738830*    ACCOUNT (JRN-AMOUNT IN THE ACCOUNT'S CURRENCY, CONVERTED
738840*    AMOUNT THE ENTRY-CURRENCY EQUIVALENT), A CREDIT LEG ONLY
738850*    ITS TO ACCOUNT (THE OTHER WAY ROUND).  THE RATE JOURNALLED
738860*    IS ALWAYS LEG CURRENCY TO ENTRY CURRENCY.  A DEBIT LEG
738870*    ROLLS THE ACCOUNT'S DAILY DEBIT USAGE FORWARD AS 5000 DOES.
738880*****************************************************************
738890 6735-POST-ONE-LEG.
738900     ADD 1 TO WS-ENT-IDX
738910     MOVE WS-ENT-IDX                    TO WS-ENT-LEG-NO
738920     MOVE WS-ENT-L-ORIG-SEQ (WS-ENT-IDX) TO WS-REVERSAL-OF-SEQ
738930     MOVE WS-ENT-L-ACCT (WS-ENT-IDX)    TO ACCT-ID
738940     READ ACCOUNT-MASTER-FILE
738950         INVALID KEY
738960             MOVE 8 TO WS-RETURN-CODE
738970             DISPLAY "ERROR: Account " ACCT-ID
738980                 " vanished mid-entry"
738990             GO TO 6735-EXIT
739000     END-READ
739010     IF WS-ENT-L-SIDE (WS-ENT-IDX) = "D"
739020         SUBTRACT WS-ENT-L-AMOUNT (WS-ENT-IDX) FROM ACCT-BALANCE
739030     ELSE
739040         ADD WS-ENT-L-AMOUNT (WS-ENT-IDX) TO ACCT-BALANCE
739050     END-IF
739060     REWRITE ACCT-MASTER-RECORD
739070     IF WS-ACCT-STATUS NOT = "00"
739080         MOVE 8 TO WS-RETURN-CODE
739090         DISPLAY "ERROR: Account master rewrite failed, status "
739100             WS-ACCT-STATUS
739110         GO TO 6735-EXIT
739120     END-IF
739130     IF WS-ENT-L-SIDE (WS-ENT-IDX) = "D"
739140         MOVE WS-ENT-L-ACCT (WS-ENT-IDX)   TO ARG1
739150         MOVE SPACES                       TO ARG2
739160         MOVE WS-ENT-L-CCY (WS-ENT-IDX)    TO FRACT-CURRENCY
739170         MOVE WS-ENT-CCY                   TO TOACT-CURRENCY
739180         MOVE WS-ENT-L-AMOUNT (WS-ENT-IDX)
739190             TO WS-TRANSACTION-AMOUNT
739200         MOVE WS-ENT-L-EQUIV (WS-ENT-IDX)  TO WS-CONVERTED-AMOUNT
739210     ELSE
739220         MOVE SPACES                       TO ARG1
739230         MOVE WS-ENT-L-ACCT (WS-ENT-IDX)   TO ARG2
739240         MOVE WS-ENT-CCY                   TO FRACT-CURRENCY
739250         MOVE WS-ENT-L-CCY (WS-ENT-IDX)    TO TOACT-CURRENCY
739260         MOVE WS-ENT-L-EQUIV (WS-ENT-IDX)
739270             TO WS-TRANSACTION-AMOUNT
739280         MOVE WS-ENT-L-AMOUNT (WS-ENT-IDX) TO WS-CONVERTED-AMOUNT
739290     END-IF
739300     MOVE WS-ENT-L-RATE (WS-ENT-IDX) TO WS-RATE-APPLIED
739310     MOVE "Success" TO WS-JRN-STATUS-TEXT
739320     PERFORM 9000-WRITE-JOURNAL-ENTRY THRU 9000-EXIT
739330     IF WS-RETURN-CODE NOT = ZERO
739340         GO TO 6735-EXIT
739350     END-IF
739360     IF WS-ENT-L-SIDE (WS-ENT-IDX) = "D"
739370         MOVE "Y" TO WS-LIM-FOUND-SW
739380         PERFORM 5750-UPDATE-DEBIT-USAGE THRU 5750-EXIT
739390     END-IF.
739400 6735-EXIT.
739410     EXIT.
739420
739430*****************************************************************
739440*    6740-JOURNAL-REJECTED-ENTRY - A REJECTED ENTRY IS JOURNALLED
739450*    AS ITS HEADER ALONE, AT ZERO, WITH THE REJECT REASON AS ITS
739460*    STATUS; NO LEG HAS MOVED ANY MONEY.  THE REJECT CODE COMES
739470*    BACK IN WS-RETURN-CODE UNLESS THE JOURNAL ITSELF FAILED.
739480*****************************************************************
739490 6740-JOURNAL-REJECTED-ENTRY.
739500     MOVE SPACES              TO ARG1 ARG2
739510     MOVE WS-ENT-CCY          TO FRACT-CURRENCY TOACT-CURRENCY
739520     MOVE ZERO                TO WS-TRANSACTION-AMOUNT
739530     MOVE ZERO                TO WS-CONVERTED-AMOUNT
739540     MOVE 1                   TO WS-RATE-APPLIED
739550     MOVE ZERO                TO WS-ENT-LEG-NO
739560     MOVE WS-ENT-LEG-COUNT    TO WS-ENT-LEG-CT
739570     MOVE WS-ENT-ORIG-HDR-SEQ TO WS-REVERSAL-OF-SEQ
739580     PERFORM 9000-WRITE-JOURNAL-ENTRY THRU 9000-EXIT
739590     IF WS-ENT-IDX > ZERO
739600         DISPLAY "Entry " WS-ENT-NO " " WS-ENT-REF " rejected: "
739610             WS-JRN-STATUS-TEXT " at leg " WS-ENT-IDX " "
739620             WS-ENT-L-ACCT (WS-ENT-IDX)
739630     ELSE
739640         DISPLAY "Entry " WS-ENT-NO " " WS-ENT-REF " rejected: "
739650             WS-JRN-STATUS-TEXT
739660     END-IF.
739670 6740-EXIT.
739680     EXIT.
739690
739700*****************************************************************
739710*    6750-REVERSE-ENTRY - REVERSE_TX OF ANY RECORD OF A COMPOUND
739720*    ENTRY REVERSES THE WHOLE ENTRY AS A NEW COMPOUND ENTRY:
739730*    EVERY LEG THAT POSTED IS REPLAYED WITH DEBIT AND CREDIT
739740*    SWAPPED, AT THE AMOUNTS AND EQUIVALENTS IT WAS JOURNALLED
739750*    WITH, THROUGH THE SAME PROVE-THEN-POST PATH AS POST_ENTRY -
739760*    SO IT TOO POSTS WHOLE OR NOT AT ALL.  EACH REVERSING LEG
739770*    POINTS AT THE LEG IT UNDOES, THE REVERSING HEADER AT THE
739780*    ORIGINAL HEADER.  AN ENTRY INTERRUPTED PART-POSTED (HEADER
739790*    STILL "Posting") IS BACKED OUT THE SAME WAY.  THE LEGS ARE
739800*    GATHERED FROM THE LIVE JOURNAL, SO AN ARCHIVED ENTRY IS
739810*    REFUSED (CODE 40).
739820*****************************************************************
739830 6750-REVERSE-ENTRY.
739840     IF WS-REV-CAND-ARCHIVED
739850         MOVE 40 TO WS-RETURN-CODE
739860         DISPLAY "ERROR: Compound entry " WS-REV-CAND-ENTRY
739870             " is archived and cannot be reversed"
739880         GO TO 6750-EXIT
739890     END-IF
739900     PERFORM 9300-OPEN-POSTING-FILES THRU 9300-EXIT
739910     IF WS-RETURN-CODE NOT = ZERO
739920         GO TO 6750-EXIT
739930     END-IF
739940     MOVE WS-REV-CAND-ENTRY TO WS-ENT-ORIG-NO
739950     PERFORM 6755-FIND-ENTRY-HEADER THRU 6755-EXIT
739960     IF WS-RETURN-CODE NOT = ZERO
739970         GO TO 6750-CLOSE
739980     END-IF
739990     IF JRN-STATUS NOT = "Success" AND JRN-STATUS NOT = "Posting"
740000         MOVE 4 TO WS-RETURN-CODE
740010         DISPLAY "ERROR: Cannot reverse a rejected transaction"
740020         GO TO 6750-CLOSE
740030     END-IF
740040     MOVE JRN-SEQ-NO   TO WS-ENT-ORIG-HDR-SEQ
740050     MOVE JRN-CURRENCY TO WS-ENT-CCY
740060     MOVE JRN-LEG-CT   TO WS-ENT-DECLARED-CT
740070     PERFORM 6410-READ-CURRENT-SEQUENCE THRU 6410-EXIT
740080     MOVE WS-NEXT-SEQ  TO WS-ENT-CEIL
740090     MOVE ZERO         TO WS-ENT-LEG-COUNT WS-ENT-LEGS-SEEN
740100     MOVE ZERO         TO WS-ENT-WALK-CT
740110     MOVE WS-ENT-ORIG-HDR-SEQ TO WS-ENT-WALK-SEQ
740120     PERFORM 6760-GATHER-ONE-LEG THRU 6760-EXIT
740130         UNTIL WS-ENT-LEGS-SEEN >= WS-ENT-DECLARED-CT
740140            OR WS-ENT-WALK-SEQ = WS-ENT-CEIL
740150            OR WS-ENT-WALK-CT >= WS-ENT-WALK-MAX
740160     IF WS-ENT-LEG-COUNT = ZERO
740170         MOVE 4 TO WS-RETURN-CODE
740180         DISPLAY "ERROR: Compound entry " WS-ENT-ORIG-NO
740190             " has no posted legs to reverse"
740200         GO TO 6750-CLOSE
740210     END-IF
740220     MOVE WS-ENT-LEG-COUNT TO WS-ENT-DECLARED-CT
740230     MOVE "REVERSAL"       TO WS-ENT-REF
740240     MOVE "N"              TO WS-ENT-LAYOUT-SW
740250     MOVE "Y"              TO WS-ENT-REVERSING-SW
740260     PERFORM 6790-NEXT-ENTRY-NUMBER THRU 6790-EXIT
740270     IF WS-RETURN-CODE NOT = ZERO
740280         GO TO 6750-CLOSE
740290     END-IF
740300     DISPLAY "Reversing compound entry " WS-ENT-ORIG-NO
740310         " (header seq " WS-ENT-ORIG-HDR-SEQ ") as entry "
740320         WS-ENT-NO
740330     PERFORM 6720-VALIDATE-ENTRY THRU 6720-EXIT
740340     IF WS-RETURN-CODE = 8
740350         GO TO 6750-CLOSE
740360     END-IF
740370     IF WS-RETURN-CODE NOT = ZERO
740380         PERFORM 6740-JOURNAL-REJECTED-ENTRY THRU 6740-EXIT
740390         GO TO 6750-CLOSE
740400     END-IF
740410     PERFORM 6730-POST-ENTRY-LEGS THRU 6730-EXIT.
740420 6750-CLOSE.
740430     MOVE ZERO TO WS-ENT-NO WS-ENT-LEG-NO WS-ENT-LEG-CT
740440     MOVE "N"  TO WS-ENT-REVERSING-SW
740450     PERFORM 9310-CLOSE-POSTING-FILES THRU 9310-EXIT.
740460 6750-EXIT.
740470     EXIT.
740480
740490*****************************************************************
740500*    6755-FIND-ENTRY-HEADER - STEP BACK FROM THE RECORD NAMED TO
740510*    REVERSE_TX TO ITS ENTRY'S HEADER, WHICH WAS JOURNALLED
740520*    BEFORE ANY OF ITS LEGS.  THE HEADER IS LEFT IN JRN-RECORD.
740530*****************************************************************
740540 6755-FIND-ENTRY-HEADER.
740550     MOVE WS-REVERSAL-OF-SEQ TO WS-ENT-WALK-SEQ
740560     MOVE ZERO TO WS-ENT-WALK-CT
740570     MOVE "N"  TO WS-FOUND-SW
740580     PERFORM 6757-STEP-BACK-TO-HEADER THRU 6757-EXIT
740590         UNTIL WS-FOUND OR WS-ENT-WALK-CT >= WS-ENT-WALK-MAX
740600     IF WS-NOT-FOUND
740610         MOVE 4 TO WS-RETURN-CODE
740620         DISPLAY "ERROR: Header of compound entry " WS-ENT-ORIG-NO
740630             " not found on the live journal"
740640     END-IF.
740650 6755-EXIT.
740660     EXIT.
740670
740680 6757-STEP-BACK-TO-HEADER.
740690     ADD 1 TO WS-ENT-WALK-CT
740700     MOVE WS-ENT-WALK-SEQ TO JRN-SEQ-NO
740710     READ JOURNAL-FILE
740720         INVALID KEY
740730             GO TO 6757-STEP
740740     END-READ
740750     IF JRN-ENTRY-NO = WS-ENT-ORIG-NO AND JRN-LEG-NO = ZERO
740760         MOVE "Y" TO WS-FOUND-SW
740770         GO TO 6757-EXIT
740780     END-IF.
740790 6757-STEP.
740800     IF WS-ENT-WALK-SEQ <= 1
740810         MOVE 999999 TO WS-ENT-WALK-SEQ
740820     ELSE
740830         SUBTRACT 1 FROM WS-ENT-WALK-SEQ
740840     END-IF.
740850 6757-EXIT.
740860     EXIT.
740870
740880*****************************************************************
740890*    6760-GATHER-ONE-LEG - STEP FORWARD FROM THE ORIGINAL HEADER
740900*    AND TABLE EACH POSTED LEG OF THE ENTRY AS ITS REVERSING
740910*    LEG: THE SIDE SWAPPED, THE ACCOUNT'S OWN AMOUNT AND
740920*    CURRENCY, AND THE ENTRY-CURRENCY EQUIVALENT AND RATE AS
740930*    JOURNALLED.  RECORDS OF OTHER POSTINGS JOURNALLED BETWEEN
740940*    THE LEGS ARE PASSED OVER.
740950*****************************************************************
740960 6760-GATHER-ONE-LEG.
740970     IF WS-ENT-WALK-SEQ >= 999999
740980         MOVE 1 TO WS-ENT-WALK-SEQ
740990     ELSE
741000         ADD 1 TO WS-ENT-WALK-SEQ
741010     END-IF
741020     ADD 1 TO WS-ENT-WALK-CT
741030     MOVE WS-ENT-WALK-SEQ TO JRN-SEQ-NO
741040     READ JOURNAL-FILE
741050         INVALID KEY
741060             GO TO 6760-EXIT
741070     END-READ
741080     IF JRN-ENTRY-NO NOT = WS-ENT-ORIG-NO
741090         OR JRN-LEG-NO = ZERO
741100         GO TO 6760-EXIT
741110     END-IF
741120     ADD 1 TO WS-ENT-LEGS-SEEN
741130     IF JRN-STATUS NOT = "Success"
741140         OR WS-ENT-LEG-COUNT >= WS-ENT-MAX-LEGS
741150         GO TO 6760-EXIT
741160     END-IF
741170     ADD 1 TO WS-ENT-LEG-COUNT
741180     MOVE JRN-SEQ-NO       TO WS-ENT-L-ORIG-SEQ (WS-ENT-LEG-COUNT)
741190     MOVE JRN-RATE-APPLIED TO WS-ENT-L-RATE (WS-ENT-LEG-COUNT)
741200     IF JRN-FROM-ACCT NOT = SPACES
741210         MOVE JRN-FROM-ACCT TO WS-ENT-L-ACCT (WS-ENT-LEG-COUNT)
741220         MOVE "C"           TO WS-ENT-L-SIDE (WS-ENT-LEG-COUNT)
741230         MOVE JRN-AMOUNT    TO WS-ENT-L-AMOUNT (WS-ENT-LEG-COUNT)
741240         MOVE JRN-CURRENCY  TO WS-ENT-L-CCY (WS-ENT-LEG-COUNT)
741250         MOVE JRN-CONVERTED-AMOUNT
741260             TO WS-ENT-L-EQUIV (WS-ENT-LEG-COUNT)
741270     ELSE
741280         MOVE JRN-TO-ACCT   TO WS-ENT-L-ACCT (WS-ENT-LEG-COUNT)
741290         MOVE "D"           TO WS-ENT-L-SIDE (WS-ENT-LEG-COUNT)
741300         MOVE JRN-CONVERTED-AMOUNT
741310             TO WS-ENT-L-AMOUNT (WS-ENT-LEG-COUNT)
741320         MOVE JRN-TO-CURRENCY TO WS-ENT-L-CCY (WS-ENT-LEG-COUNT)
741330         MOVE JRN-AMOUNT    TO WS-ENT-L-EQUIV (WS-ENT-LEG-COUNT)
741340     END-IF.
741350 6760-EXIT.
741360     EXIT.
741370
741380*****************************************************************
741390*    6790-NEXT-ENTRY-NUMBER - READ/INCREMENT/REWRITE THE "M"
741400*    CONTROL RECORD, AS 7150 DOES FOR ORDERS.  ONLY EVER RUN
741410*    WITH THE POSTING FILES OPEN (9300), SO THE CONTROL FILE IS
741420*    ALREADY OPEN.  THE NUMBER WRAPS AT 999999 AS THE JOURNAL
741430*    SEQUENCE DOES.
741440*****************************************************************
741450 6790-NEXT-ENTRY-NUMBER.
741460     MOVE "N" TO WS-FOUND-SW
741470     MOVE "M" TO CTL-KEY
741480     READ CONTROL-FILE
741490         INVALID KEY
741500             INITIALIZE CTL-RECORD
741510             MOVE ZERO TO CTL-LAST-SEQ
741520         NOT INVALID KEY
741530             MOVE "Y" TO WS-FOUND-SW
741540     END-READ
741550     IF CTL-LAST-SEQ >= 999999
741560         MOVE 1 TO CTL-LAST-SEQ
741570     ELSE
741580         ADD 1 TO CTL-LAST-SEQ
741590     END-IF
741600     MOVE CTL-LAST-SEQ TO WS-ENT-NO
741610     IF WS-FOUND
741620         REWRITE CTL-RECORD
741630     ELSE
741640         MOVE "M" TO CTL-KEY
741650         WRITE CTL-RECORD
741660     END-IF
741670     IF WS-CTL-STATUS NOT = "00"
741680         MOVE 8 TO WS-RETURN-CODE
741690         DISPLAY "ERROR: Unable to record compound entry number, "
741700             "status " WS-CTL-STATUS
741710     END-IF.
741720 6790-EXIT.
741730     EXIT.
741740
741750*****************************************************************
741760*    5900-LOOKUP-FEE - PRICE THE TRANSFER ABOUT TO POST OFF THE
741770*    FEE SCHEDULE: THE FIRST BAND FOR ITS JOURNAL SOURCE (9020)
741780*    AND THE PAYING ACCOUNT'S CURRENCY WHOSE LIMIT COVERS THE
741790*    AMOUNT.  THE BANDS ARE IN KEY ORDER, SO THE SMALLEST
741800*    COVERING LIMIT WINS.  LEAVES THE FEE IN WS-FEE-AMOUNT (ZERO
741810*    = NO FEE) AND ITS INCOME ACCOUNT IN WS-FEE-INCOME-ACCT.  THE
741820*    SCHEDULE IS TABLED ON FIRST USE (5910).
741830*****************************************************************
741840 5900-LOOKUP-FEE.
741850     MOVE ZERO TO WS-FEE-AMOUNT
741860     IF NOT WS-FEE-LOADED
741870         PERFORM 5910-LOAD-FEE-SCHEDULE THRU 5910-EXIT
741880         IF WS-RETURN-CODE NOT = ZERO
741890             GO TO 5900-EXIT
741900         END-IF
741910     END-IF
741920     IF WS-FEE-COUNT = ZERO
741930         GO TO 5900-EXIT
741940     END-IF
741950     PERFORM 9020-DERIVE-SOURCE THRU 9020-EXIT
741960     MOVE ZERO TO WS-FEE-IDX
741970     MOVE "N"  TO WS-FOUND-SW
741980     PERFORM 5905-SEARCH-FEE-BAND THRU 5905-EXIT
741990         UNTIL WS-FOUND OR WS-FEE-IDX NOT < WS-FEE-COUNT
742000     IF WS-NOT-FOUND
742010         GO TO 5900-EXIT
742020     END-IF
742030*    THE FEE INCOME ACCOUNT'S OWN PAYMENTS ARE NOT CHARGED - THE
742040*    FEE WOULD BE A TRANSFER TO ITSELF.
742050     IF WS-FEE-T-INCOME (WS-FEE-IDX) = ARG1
742060         GO TO 5900-EXIT
742070     END-IF
742080     MOVE WS-FEE-T-INCOME (WS-FEE-IDX) TO WS-FEE-INCOME-ACCT
742090     COMPUTE WS-FEE-AMOUNT ROUNDED =
742100         WS-FEE-T-FLAT (WS-FEE-IDX)
742110         + WS-TRANSACTION-AMOUNT * WS-FEE-T-PERCENT (WS-FEE-IDX)
742120         / 100.
742130 5900-EXIT.
742140     EXIT.
742150
742160 5905-SEARCH-FEE-BAND.
742170     ADD 1 TO WS-FEE-IDX
742180     IF WS-FEE-T-SOURCE (WS-FEE-IDX) = WS-POST-SOURCE
742190         AND WS-FEE-T-CURRENCY (WS-FEE-IDX) = FRACT-CURRENCY
742200         AND WS-FEE-T-LIMIT (WS-FEE-IDX)
742210             NOT < WS-TRANSACTION-AMOUNT
742220         MOVE "Y" TO WS-FOUND-SW
742230     END-IF.
742240 5905-EXIT.
742250     EXIT.
742260
742270*****************************************************************
742280*    5910-LOAD-FEE-SCHEDULE - TABLE THE WHOLE FEE SCHEDULE.  THE
742290*    FILE IS OPENED AND CLOSED HERE WHATEVER THE POSTING MODE, SO
742300*    A BATCH RUN READS IT ONCE.  A SCHEDULE NOT YET CREATED
742310*    (STATUS 35) PRICES NOTHING.
742320*****************************************************************
742330 5910-LOAD-FEE-SCHEDULE.
742340     MOVE "Y"  TO WS-FEE-LOADED-SW
742350     MOVE ZERO TO WS-FEE-COUNT
742360     MOVE "N"  TO WS-FEE-EOF-SW
742370     OPEN INPUT FEE-SCHEDULE-FILE
742380     IF WS-FEE-STATUS = "35"
742390         GO TO 5910-EXIT
742400     END-IF
742410     IF WS-FEE-STATUS NOT = "00"
742420         MOVE 8 TO WS-RETURN-CODE
742430         MOVE "File open error" TO WS-JRN-STATUS-TEXT
742440         MOVE "N" TO WS-FEE-LOADED-SW
742450         DISPLAY "ERROR: Unable to open fee schedule file"
742460         GO TO 5910-EXIT
742470     END-IF
742480     MOVE LOW-VALUES TO FEE-KEY
742490     START FEE-SCHEDULE-FILE KEY IS NOT LESS THAN FEE-KEY
742500         INVALID KEY
742510             MOVE "Y" TO WS-FEE-EOF-SW
742520     END-START
742530     PERFORM 5915-LOAD-ONE-FEE THRU 5915-EXIT
742540         UNTIL WS-FEE-EOF
742550     CLOSE FEE-SCHEDULE-FILE.
742560 5910-EXIT.
742570     EXIT.
742580
742590 5915-LOAD-ONE-FEE.
742600     READ FEE-SCHEDULE-FILE NEXT RECORD
742610         AT END
742620             MOVE "Y" TO WS-FEE-EOF-SW
742630             GO TO 5915-EXIT
742640     END-READ
742650     IF WS-FEE-COUNT NOT < WS-FEE-MAX
742660         DISPLAY "WARNING: Fee schedule over " WS-FEE-MAX
742670             " bands - the rest are not charged"
742680         MOVE "Y" TO WS-FEE-EOF-SW
742690         GO TO 5915-EXIT
742700     END-IF
742710     ADD 1 TO WS-FEE-COUNT
742720     MOVE FEE-SOURCE      TO WS-FEE-T-SOURCE (WS-FEE-COUNT)
742730     MOVE FEE-CURRENCY    TO WS-FEE-T-CURRENCY (WS-FEE-COUNT)
742740     MOVE FEE-BAND-LIMIT  TO WS-FEE-T-LIMIT (WS-FEE-COUNT)
742750     MOVE FEE-FLAT        TO WS-FEE-T-FLAT (WS-FEE-COUNT)
742760     MOVE FEE-PERCENT     TO WS-FEE-T-PERCENT (WS-FEE-COUNT)
742770     MOVE FEE-INCOME-ACCT TO WS-FEE-T-INCOME (WS-FEE-COUNT).
742780 5915-EXIT.
742790     EXIT.
742800
742810*****************************************************************
742820*    5950-POST-FEE - DEBIT THE FEE PRICED BY 5900 FROM THE PAYER
742830*    (ARG1) TO THE FEE INCOME ACCOUNT, JOURNALLED AS ITS OWN
742840*    RECORD (SOURCE F) WHOSE JRN-FEE-OF NAMES THE TRANSFER JUST
742850*    WRITTEN.  THE TRANSFER'S OWN FIELDS ARE SAVED AND PUT BACK,
742860*    SO THE CALLER SEES THE TRANSFER'S OUTCOME.  THE FUNDS CHECK
742870*    IN 5000 ALREADY COVERED TRANSFER AND FEE TOGETHER.  A FEE
742880*    THAT CANNOT POST IS JOURNALLED AS A REJECT (EOD_REPORT FLAGS
742890*    IT) BUT DOES NOT FAIL THE TRANSFER - ONLY A FILE FAILURE
742900*    (RC 8) IS PASSED BACK.
742910*****************************************************************
742920 5950-POST-FEE.
742930     MOVE ARG2                  TO WS-FSV-ARG2
742940     MOVE ARG3                  TO WS-FSV-ARG3
742950     MOVE WS-TRANSACTION-AMOUNT TO WS-FSV-TXN-AMOUNT
742960     MOVE WS-CONVERTED-AMOUNT   TO WS-FSV-CONV-AMOUNT
742970     MOVE WS-RATE-APPLIED       TO WS-FSV-RATE
742980     MOVE WS-JRN-STATUS-TEXT    TO WS-FSV-STATUS-TEXT
742990     MOVE WS-NEXT-SEQ           TO WS-FSV-NEXT-SEQ
743000     MOVE WS-ORDER-NO           TO WS-FSV-ORDER-NO
743010     MOVE WS-CAPTURE-HOLD-ID    TO WS-FSV-HOLD-ID
743020     MOVE WS-PEND-ID-REF        TO WS-FSV-PEND-ID
743030     MOVE WS-RESUB-OF-SEQ       TO WS-FSV-RESUB-OF
743040     MOVE WS-CLR-REF            TO WS-FSV-CLR-REF
743050     MOVE ZERO   TO WS-ORDER-NO WS-CAPTURE-HOLD-ID WS-PEND-ID-REF
743060                    WS-RESUB-OF-SEQ
743070     MOVE SPACES TO WS-CLR-REF
743080
743090     MOVE WS-NEXT-SEQ        TO WS-FEE-OF-SEQ
743100     MOVE WS-FEE-INCOME-ACCT TO ARG2
743110     MOVE WS-FEE-AMOUNT      TO WS-TRANSACTION-AMOUNT
743120     MOVE WS-FEE-AMOUNT      TO WS-CONVERTED-AMOUNT
743130     MOVE WS-FEE-AMOUNT      TO WS-FEE-AMOUNT-EDIT
743140     MOVE WS-FEE-AMOUNT-EDIT TO ARG3
743150     MOVE 1                  TO WS-RATE-APPLIED
743160     MOVE "Success"          TO WS-JRN-STATUS-TEXT
743170     MOVE ZERO               TO WS-RETURN-CODE
743180
743190     IF NOT WS-BATCH-MODE
743200         OPEN I-O ACCOUNT-MASTER-FILE
743210         IF WS-ACCT-STATUS NOT = "00"
743220             MOVE 8 TO WS-RETURN-CODE
743230             MOVE "File open error" TO WS-JRN-STATUS-TEXT
743240             DISPLAY "ERROR: Unable to open account master file"
743250             GO TO 5950-JOURNAL
743260         END-IF
743270     END-IF
743280     PERFORM 5200-READ-FROM-ACCOUNT THRU 5200-EXIT
743290     IF WS-RETURN-CODE = ZERO
743300         PERFORM 5300-READ-TO-ACCOUNT THRU 5300-EXIT
743310     END-IF
743320     IF WS-RETURN-CODE = ZERO
743330         AND TOACT-CURRENCY NOT = FRACT-CURRENCY
743340         MOVE 5 TO WS-RETURN-CODE
743350         MOVE "Fee acct currency" TO WS-JRN-STATUS-TEXT
743360     END-IF
743370     IF WS-RETURN-CODE = ZERO
743380         PERFORM 5500-POST-DEBIT-CREDIT THRU 5500-EXIT
743390     END-IF
743400     IF NOT WS-BATCH-MODE
743410         CLOSE ACCOUNT-MASTER-FILE
743420     END-IF.
743430
743440 5950-JOURNAL.
743450     PERFORM 9000-WRITE-JOURNAL-ENTRY THRU 9000-EXIT
743460     IF WS-JRN-NOT-WRITTEN
743470         DISPLAY "Fee NOT journalled: " ARG1
743480             " -> " ARG2 " : " ARG3
743490     ELSE
743500         IF WS-RETURN-CODE = ZERO
743510             DISPLAY "Fee charged: " ARG1
743520                 " -> " ARG2 " : " ARG3
743530         ELSE
743540             DISPLAY "WARNING: Fee not charged ("
743550                 WS-JRN-STATUS-TEXT "): " ARG1
743560                 " -> " ARG2 " : " ARG3
743570         END-IF
743580     END-IF
743590     IF WS-RETURN-CODE NOT = 8
743600         MOVE ZERO TO WS-RETURN-CODE
743610     END-IF
743620
743630     MOVE WS-FSV-ARG2        TO ARG2
743640     MOVE WS-FSV-ARG3        TO ARG3
743650     MOVE WS-FSV-TXN-AMOUNT  TO WS-TRANSACTION-AMOUNT
743660     MOVE WS-FSV-CONV-AMOUNT TO WS-CONVERTED-AMOUNT
743670     MOVE WS-FSV-RATE        TO WS-RATE-APPLIED
743680     MOVE WS-FSV-STATUS-TEXT TO WS-JRN-STATUS-TEXT
743690     MOVE WS-FSV-NEXT-SEQ    TO WS-NEXT-SEQ
743700     MOVE WS-FSV-ORDER-NO    TO WS-ORDER-NO
743710     MOVE WS-FSV-HOLD-ID     TO WS-CAPTURE-HOLD-ID
743720     MOVE WS-FSV-PEND-ID     TO WS-PEND-ID-REF
743730     MOVE WS-FSV-RESUB-OF    TO WS-RESUB-OF-SEQ
743740     MOVE WS-FSV-CLR-REF     TO WS-CLR-REF
743750     MOVE "Y"                TO WS-JRN-WRITTEN-SW
743760     MOVE ZERO               TO WS-FEE-OF-SEQ.
743770 5950-EXIT.
743780     EXIT.
743790
743800*****************************************************************
743810*    8580-REFUND-FEE - THE TRANSFER WS-REVERSAL-OF-SEQ NAMES HAS
743820*    JUST BEEN REVERSED; IF IT WAS CHARGED A FEE, HAND THE FEE
743830*    BACK.  THE FEE RECORD WAS JOURNALLED STRAIGHT AFTER ITS
743840*    TRANSFER, ON THE SAME DATE, SO IT IS LOOKED FOR AMONG THE
743850*    WS-FEE-WALK-MAX SEQUENCES THAT FOLLOW - ON THE LIVE JOURNAL,
743860*    OR ON THE ARCHIVE WHEN THE TRANSFER WAS ARCHIVED.  THE
743870*    REFUND POSTS THROUGH 5000 AS A REVERSAL OF THE FEE RECORD
743880*    CARRYING THE TRANSFER IN JRN-FEE-OF.  A REFUND THAT DOES NOT
743885*    POST LEAVES THE TRANSFER REVERSED AND TELLS THE OPERATOR
743890*    WHICH FEE RECORD TO REVERSE BY HAND.  A FEE ALREADY REFUNDED
743895*    (ITS FEE RECORD WAS REVERSED ON ITS OWN FIRST) IS NOT
743900*    REFUNDED AGAIN.
743910*****************************************************************
743920 8580-REFUND-FEE.
743930     MOVE WS-REVERSAL-OF-SEQ TO WS-FEE-ORIG-SEQ
743940     MOVE ZERO               TO WS-FEE-REF-SEQ
743950     IF WS-REV-CAND-ARCHIVED
743960         PERFORM 8587-FIND-ARCHIVED-FEE THRU 8587-EXIT
743970     ELSE
743980         PERFORM 8585-FIND-LIVE-FEE THRU 8585-EXIT
743990     END-IF
744000     IF WS-RETURN-CODE NOT = ZERO
744010         DISPLAY "WARNING: Transfer reversed but its fee could "
744020             "not be looked up"
744030         GO TO 8580-EXIT
744040     END-IF
744042     IF WS-FEE-REF-SEQ = ZERO
744044         GO TO 8580-EXIT
744046     END-IF
744048     PERFORM 8590-CHECK-FEE-REFUNDED THRU 8590-EXIT
744050     IF WS-RETURN-CODE NOT = ZERO
744052         DISPLAY "WARNING: Transfer reversed but its fee could "
744054             "not be looked up"
744056         GO TO 8580-EXIT
744058     END-IF
744060     IF WS-FEE-REFUNDED
744062         DISPLAY "Fee seq " WS-FEE-REF-SEQ " already refunded - "
744064             "not refunded again"
744066         GO TO 8580-EXIT
744068     END-IF
744070
744072     MOVE WS-FEE-REF-ACCT    TO ARG1
744100     MOVE WS-REV-TO          TO ARG2
744110     MOVE WS-FEE-REF-AMOUNT  TO WS-REV-AMOUNT-EDIT
744120     MOVE WS-REV-AMOUNT-EDIT TO ARG3
744130     MOVE WS-FEE-REF-SEQ     TO WS-REVERSAL-OF-SEQ
744140     MOVE WS-FEE-ORIG-SEQ    TO WS-FEE-OF-SEQ
744150     PERFORM 5000-APPLY-TRANSACTION THRU 5000-EXIT
744160     MOVE ZERO TO WS-FEE-OF-SEQ
744170     IF WS-RETURN-CODE NOT = ZERO
744180         DISPLAY "WARNING: Transfer reversed but fee not "
744190             "refunded - reverse fee seq " WS-FEE-REF-SEQ
744200     END-IF.
744210 8580-EXIT.
744220     EXIT.
744230
744240 8585-FIND-LIVE-FEE.
744250     OPEN INPUT JOURNAL-FILE
744260     IF WS-JRNL-STATUS NOT = "00"
744270         MOVE 8 TO WS-RETURN-CODE
744280         DISPLAY "ERROR: Unable to open journal file"
744290         GO TO 8585-EXIT
744300     END-IF
744310     MOVE WS-FEE-ORIG-SEQ TO WS-FEE-WALK-SEQ
744320     MOVE ZERO            TO WS-FEE-WALK-CT
744330     PERFORM 8586-CHECK-LIVE-FEE THRU 8586-EXIT
744340         UNTIL WS-FEE-REF-SEQ > ZERO
744350            OR WS-FEE-WALK-CT NOT < WS-FEE-WALK-MAX
744360     CLOSE JOURNAL-FILE.
744370 8585-EXIT.
744380     EXIT.
744390
744400 8586-CHECK-LIVE-FEE.
744410     ADD 1 TO WS-FEE-WALK-CT
744420     IF WS-FEE-WALK-SEQ NOT < 999999
744430         MOVE 1 TO WS-FEE-WALK-SEQ
744440     ELSE
744450         ADD 1 TO WS-FEE-WALK-SEQ
744460     END-IF
744470     MOVE WS-FEE-WALK-SEQ TO JRN-SEQ-NO
744480     READ JOURNAL-FILE
744490         INVALID KEY
744500             GO TO 8586-EXIT
744510     END-READ
744520     IF JRN-FEE-OF = WS-FEE-ORIG-SEQ
744530         AND JRN-REVERSAL-OF = ZERO
744540         AND JRN-STATUS = "Success"
744550         AND JRN-DATE = WS-REV-CAND-DATE
744560         AND JRN-FROM-ACCT = WS-REV-TO
744570         MOVE JRN-SEQ-NO           TO WS-FEE-REF-SEQ
744580         MOVE JRN-TO-ACCT          TO WS-FEE-REF-ACCT
744590         MOVE JRN-CONVERTED-AMOUNT TO WS-FEE-REF-AMOUNT
744600     END-IF.
744610 8586-EXIT.
744620     EXIT.
744630
744640 8587-FIND-ARCHIVED-FEE.
744650     OPEN INPUT JOURNAL-ARCHIVE-FILE
744660     IF WS-ARCH-STATUS NOT = "00"
744670         MOVE 8 TO WS-RETURN-CODE
744680         DISPLAY "ERROR: Unable to open journal archive file"
744690         GO TO 8587-EXIT
744700     END-IF
744702     IF WS-FEE-ORIG-SEQ < 999999
744704         COMPUTE ARC-SEQ-NO = WS-FEE-ORIG-SEQ + 1
744706         COMPUTE WS-FEE-WALK-CEIL =
744708             WS-FEE-ORIG-SEQ + WS-FEE-WALK-MAX
744710         MOVE ZERO TO ARC-ARCHIVE-DATE
744712         MOVE "N"  TO WS-ARC-SCAN-DONE-SW
744714         START JOURNAL-ARCHIVE-FILE KEY IS NOT LESS THAN ARC-KEY
744716             INVALID KEY
744718                 MOVE "Y" TO WS-ARC-SCAN-DONE-SW
744720         END-START
744722         PERFORM 8588-CHECK-ARCHIVED-FEE THRU 8588-EXIT
744724             UNTIL WS-ARC-SCAN-DONE OR WS-FEE-REF-SEQ > ZERO
744726     END-IF
744728*    PAST 999999 THE SEQUENCE WRAPS TO 1, AS 8586 FOLLOWS IT.
744730     IF WS-FEE-REF-SEQ = ZERO
744732         AND WS-FEE-ORIG-SEQ + WS-FEE-WALK-MAX > 999999
744734         MOVE 1 TO ARC-SEQ-NO
744736         COMPUTE WS-FEE-WALK-CEIL =
744738             WS-FEE-ORIG-SEQ + WS-FEE-WALK-MAX - 999999
744740         MOVE ZERO TO ARC-ARCHIVE-DATE
744742         MOVE "N"  TO WS-ARC-SCAN-DONE-SW
744744         START JOURNAL-ARCHIVE-FILE KEY IS NOT LESS THAN ARC-KEY
744746             INVALID KEY
744748                 MOVE "Y" TO WS-ARC-SCAN-DONE-SW
744750         END-START
744752         PERFORM 8588-CHECK-ARCHIVED-FEE THRU 8588-EXIT
744754             UNTIL WS-ARC-SCAN-DONE OR WS-FEE-REF-SEQ > ZERO
744756     END-IF
744758     CLOSE JOURNAL-ARCHIVE-FILE.
744820 8587-EXIT.
744830     EXIT.
744840
744850 8588-CHECK-ARCHIVED-FEE.
744860     READ JOURNAL-ARCHIVE-FILE NEXT RECORD
744870         AT END
744880             MOVE "Y" TO WS-ARC-SCAN-DONE-SW
744890             GO TO 8588-EXIT
744900     END-READ
744910     IF ARC-SEQ-NO > WS-FEE-WALK-CEIL
744920         MOVE "Y" TO WS-ARC-SCAN-DONE-SW
744930         GO TO 8588-EXIT
744940     END-IF
744950     IF ARC-FEE-OF = WS-FEE-ORIG-SEQ
744960         AND ARC-REVERSAL-OF = ZERO
744970         AND ARC-STATUS = "Success"
744980         AND ARC-DATE = WS-REV-CAND-DATE
744990         AND ARC-FROM-ACCT = WS-REV-TO
745000         MOVE ARC-SEQ-NO           TO WS-FEE-REF-SEQ
745010         MOVE ARC-TO-ACCT          TO WS-FEE-REF-ACCT
745020         MOVE ARC-CONVERTED-AMOUNT TO WS-FEE-REF-AMOUNT
745030     END-IF.
745040 8588-EXIT.
745050     EXIT.
745051
745052*****************************************************************
745053*    8590-CHECK-FEE-REFUNDED - HAS FEE RECORD WS-FEE-REF-SEQ (OF
745054*    TRANSFER WS-FEE-ORIG-SEQ, PAID BY WS-REV-TO ON WS-REV-CAND-
745055*    DATE) BEEN REFUNDED?  A REFUND IS A "Success" POSTING WITH
745056*    JRN-FEE-OF = THE TRANSFER AND JRN-REVERSAL-OF = THE FEE
745057*    RECORD, AND MAY BE POSTED ANY DAY AFTER THE FEE - SO THE
745058*    PAYER'S LGJIDX RECORDS FROM THE FEE DATE ARE WALKED FOR
745059*    REFUND SIDES ("R"), AND EACH IS LOOKED UP LIVE OR ARCHIVED
745060*    (THE DATE DECIDES A WRAPPED SEQUENCE, AS IN 4842).  SETS
745061*    WS-FEE-REFUNDED.  NO LGJIDX YET MEANS NOTHING WAS REFUNDED.
745062*****************************************************************
745063 8590-CHECK-FEE-REFUNDED.
745064     MOVE "N" TO WS-FEE-REFUNDED-SW
745065     MOVE "N" TO WS-FEE-ARC-OPEN-SW
745066     OPEN INPUT JOURNAL-INDEX-FILE
745067     IF WS-JIDX-STATUS = "35"
745068         GO TO 8590-EXIT
745069     END-IF
745070     IF WS-JIDX-STATUS NOT = "00"
745071         MOVE 8 TO WS-RETURN-CODE
745072         DISPLAY "ERROR: Unable to open journal index file"
745073         GO TO 8590-EXIT
745074     END-IF
745075     OPEN INPUT JOURNAL-FILE
745076     IF WS-JRNL-STATUS NOT = "00"
745077         MOVE 8 TO WS-RETURN-CODE
745078         DISPLAY "ERROR: Unable to open journal file"
745079         CLOSE JOURNAL-INDEX-FILE
745080         GO TO 8590-EXIT
745081     END-IF
745082*    NO ARCHIVE FILE YET (STATUS 35) MEANS NOTHING IS ARCHIVED.
745083     OPEN INPUT JOURNAL-ARCHIVE-FILE
745084     IF WS-ARCH-STATUS = "00"
745085         MOVE "Y" TO WS-FEE-ARC-OPEN-SW
745086     ELSE
745087         IF WS-ARCH-STATUS NOT = "35"
745088             MOVE 8 TO WS-RETURN-CODE
745089             DISPLAY "ERROR: Unable to open journal archive "
745090                 "file"
745091             CLOSE JOURNAL-FILE
745092             CLOSE JOURNAL-INDEX-FILE
745093             GO TO 8590-EXIT
745094         END-IF
745095     END-IF
745096     MOVE WS-REV-TO        TO IDX-ACCT
745097     MOVE WS-REV-CAND-DATE TO IDX-DATE
745098     MOVE ZERO             TO IDX-SEQ
745099     MOVE "N"              TO WS-FEE-CHK-DONE-SW
745100     START JOURNAL-INDEX-FILE KEY IS NOT LESS THAN IDX-KEY
745101         INVALID KEY
745102             MOVE "Y" TO WS-FEE-CHK-DONE-SW
745103     END-START
745104     PERFORM 8591-CHECK-ONE-REFUND THRU 8591-EXIT
745105         UNTIL WS-FEE-CHK-DONE OR WS-FEE-REFUNDED
745106     IF WS-FEE-ARC-OPEN
745107         CLOSE JOURNAL-ARCHIVE-FILE
745108     END-IF
745109     CLOSE JOURNAL-FILE
745110     CLOSE JOURNAL-INDEX-FILE.
745111 8590-EXIT.
745112     EXIT.
745113
745114 8591-CHECK-ONE-REFUND.
745115     READ JOURNAL-INDEX-FILE NEXT RECORD
745116         AT END
745117             MOVE "Y" TO WS-FEE-CHK-DONE-SW
745118             GO TO 8591-EXIT
745119     END-READ
745120     IF IDX-ACCT NOT = WS-REV-TO
745121         MOVE "Y" TO WS-FEE-CHK-DONE-SW
745122         GO TO 8591-EXIT
745123     END-IF
745124     IF NOT IDX-FEE-REFUND
745125         GO TO 8591-EXIT
745126     END-IF
745127     MOVE IDX-SEQ  TO WS-FEE-CHK-SEQ
745128     MOVE IDX-DATE TO WS-FEE-CHK-DATE
745129     MOVE "N"      TO WS-FEE-CHK-LIVE-SW
745130     MOVE WS-FEE-CHK-SEQ TO JRN-SEQ-NO
745131     READ JOURNAL-FILE
745132         INVALID KEY
745133             CONTINUE
745134         NOT INVALID KEY
745135             IF JRN-DATE = WS-FEE-CHK-DATE
745136                 MOVE "Y" TO WS-FEE-CHK-LIVE-SW
745137                 IF JRN-FEE-OF = WS-FEE-ORIG-SEQ
745138                     AND JRN-REVERSAL-OF = WS-FEE-REF-SEQ
745139                     AND JRN-STATUS = "Success"
745140                     MOVE "Y" TO WS-FEE-REFUNDED-SW
745141                 END-IF
745142             END-IF
745143     END-READ
745144     IF WS-FEE-CHK-LIVE OR NOT WS-FEE-ARC-OPEN
745145         GO TO 8591-EXIT
745146     END-IF
745147     MOVE WS-FEE-CHK-SEQ TO ARC-SEQ-NO
745148     MOVE ZERO           TO ARC-ARCHIVE-DATE
745149     MOVE "N"            TO WS-ARC-SCAN-DONE-SW
745150     START JOURNAL-ARCHIVE-FILE KEY IS NOT LESS THAN ARC-KEY
745151         INVALID KEY
745152             MOVE "Y" TO WS-ARC-SCAN-DONE-SW
745153     END-START
745154     PERFORM 8592-CHECK-ARCHIVED-REFUND THRU 8592-EXIT
745155         UNTIL WS-ARC-SCAN-DONE OR WS-FEE-REFUNDED.
745156 8591-EXIT.
745157     EXIT.
745158
745159 8592-CHECK-ARCHIVED-REFUND.
745160     READ JOURNAL-ARCHIVE-FILE NEXT RECORD
745161         AT END
745162             MOVE "Y" TO WS-ARC-SCAN-DONE-SW
745163             GO TO 8592-EXIT
745164     END-READ
745165     IF ARC-SEQ-NO NOT = WS-FEE-CHK-SEQ
745166         MOVE "Y" TO WS-ARC-SCAN-DONE-SW
745167         GO TO 8592-EXIT
745168     END-IF
745169     IF ARC-DATE = WS-FEE-CHK-DATE
745170         AND ARC-FEE-OF = WS-FEE-ORIG-SEQ
745171         AND ARC-REVERSAL-OF = WS-FEE-REF-SEQ
745172         AND ARC-STATUS = "Success"
745173         MOVE "Y" TO WS-FEE-REFUNDED-SW
745174     END-IF.
745175 8592-EXIT.
745176     EXIT.
745177
745178*****************************************************************
745179*    8992-SET-FEE - ADD OR CHANGE ONE FEE BAND.  ARG1 = JOURNAL
745180*    SOURCE (O, B, S, R, P, C OR H), ARG2 = CURRENCY, ARG3 = BAND
745181*    LIMIT (BLANK = NO UPPER LIMIT), ARG4 = FLAT CHARGE, ARG5 =
745182*    PERCENTAGE CHARGE (EACH BLANK = ZERO, NOT BOTH), ARG6 = FEE
745183*    INCOME ACCOUNT - OPEN AND IN THE BAND'S CURRENCY.  A
745184*    TRANSFER TAKES THE LOWEST BAND WHOSE LIMIT COVERS IT.
745185*****************************************************************
745186 8992-SET-FEE.
745187     MOVE ZERO TO WS-RETURN-CODE
745188     PERFORM 8998-BUILD-FEE-KEY THRU 8998-EXIT
745189     IF WS-RETURN-CODE NOT = ZERO
745190         GO TO 8992-EXIT
745200     END-IF
745210     MOVE ZERO TO WS-FEE-W-CENTS WS-FEE-W-PCT
745220     IF ARG4 NOT = SPACES
745230         MOVE FUNCTION NUMVAL(ARG4) TO WS-FEE-W-AMOUNT
745240         MOVE WS-FEE-W-AMOUNT TO WS-FEE-W-CENTS
745250         IF WS-FEE-W-AMOUNT NOT = WS-FEE-W-CENTS
745260             OR WS-FEE-W-CENTS < ZERO
745270             OR WS-FEE-W-CENTS > 9999999.99
745280             MOVE 41 TO WS-RETURN-CODE
745290             DISPLAY "ERROR: Invalid flat charge: " ARG4
745300             GO TO 8992-EXIT
745310         END-IF
745320     END-IF
745330     IF ARG5 NOT = SPACES
745340         MOVE FUNCTION NUMVAL(ARG5) TO WS-FEE-W-AMOUNT
745350         MOVE WS-FEE-W-AMOUNT TO WS-FEE-W-PCT
745360         IF WS-FEE-W-AMOUNT NOT = WS-FEE-W-PCT
745370             OR WS-FEE-W-PCT < ZERO
745380             OR WS-FEE-W-PCT NOT < 100
745390             MOVE 41 TO WS-RETURN-CODE
745400             DISPLAY "ERROR: Invalid percentage charge: " ARG5
745410             GO TO 8992-EXIT
745420         END-IF
745430     END-IF
745440     IF WS-FEE-W-CENTS = ZERO AND WS-FEE-W-PCT = ZERO
745450         MOVE 41 TO WS-RETURN-CODE
745460         DISPLAY "ERROR: A flat or percentage charge is required"
745470         GO TO 8992-EXIT
745480     END-IF
745490     IF ARG6 = SPACES
745500         MOVE 6 TO WS-RETURN-CODE
745510         DISPLAY "ERROR: Fee income account required"
745520         GO TO 8992-EXIT
745530     END-IF
745540
745550     OPEN INPUT ACCOUNT-MASTER-FILE
745560     IF WS-ACCT-STATUS NOT = "00"
745570         MOVE 8 TO WS-RETURN-CODE
745580         DISPLAY "ERROR: Unable to open account master file"
745590         GO TO 8992-EXIT
745600     END-IF
745610     MOVE ARG6 TO ACCT-ID
745620     READ ACCOUNT-MASTER-FILE
745630         INVALID KEY
745640             MOVE 3 TO WS-RETURN-CODE
745650             DISPLAY "ERROR: Fee income account not found: " ARG6
745660     END-READ
745670     IF WS-RETURN-CODE = ZERO
745680         AND ACCT-ST-CLOSED
745690         MOVE 41 TO WS-RETURN-CODE
745700         DISPLAY "ERROR: Fee income account is closed: " ARG6
745710     END-IF
745720     IF WS-RETURN-CODE = ZERO
745730         AND ACCT-CURRENCY NOT = WS-FEE-W-KEY-CURRENCY
745740         MOVE 41 TO WS-RETURN-CODE
745750         DISPLAY "ERROR: Fee income account is not in "
745760             WS-FEE-W-KEY-CURRENCY
745770     END-IF
745780     CLOSE ACCOUNT-MASTER-FILE
745790     IF WS-RETURN-CODE NOT = ZERO
745800         GO TO 8992-EXIT
745810     END-IF
745820
745825     OPEN I-O FEE-SCHEDULE-FILE
745830     IF WS-FEE-STATUS = "35"
745835         OPEN OUTPUT FEE-SCHEDULE-FILE
745840         IF WS-FEE-STATUS = "00"
745845             CLOSE FEE-SCHEDULE-FILE
745850             OPEN I-O FEE-SCHEDULE-FILE
745855         END-IF
745860     END-IF
745865     IF WS-FEE-STATUS NOT = "00"
745870         MOVE 8 TO WS-RETURN-CODE
745875         DISPLAY "ERROR: Unable to open fee schedule file"
745880         GO TO 8992-EXIT
745885     END-IF
745890     MOVE "N" TO WS-FOUND-SW
745895     MOVE WS-FEE-W-KEY TO FEE-KEY
745900     READ FEE-SCHEDULE-FILE
745905         INVALID KEY
745910             INITIALIZE FEE-RECORD
745915             MOVE WS-FEE-W-KEY TO FEE-KEY
745980         NOT INVALID KEY
745990             MOVE "Y" TO WS-FOUND-SW
746000     END-READ
746010     MOVE WS-FEE-W-CENTS  TO FEE-FLAT
746020     MOVE WS-FEE-W-PCT    TO FEE-PERCENT
746030     MOVE ARG6            TO FEE-INCOME-ACCT
746040     MOVE WS-CURRENT-DATE TO FEE-SET-DATE
746050     MOVE WS-SIGNON-OPER  TO FEE-SET-OPER
746060     IF WS-FOUND
746070         REWRITE FEE-RECORD
746080     ELSE
746090         WRITE FEE-RECORD
746100     END-IF
746110     IF WS-FEE-STATUS NOT = "00"
746120         MOVE 8 TO WS-RETURN-CODE
746130         DISPLAY "ERROR: Fee schedule write failed, status "
746140             WS-FEE-STATUS
746150     ELSE
746160         DISPLAY "Fee band set:"
746170         PERFORM 8993-DISPLAY-FEE-BAND THRU 8993-EXIT
746180     END-IF
746190     CLOSE FEE-SCHEDULE-FILE.
746200 8992-EXIT.
746210     EXIT.
746220
746230 8993-DISPLAY-FEE-BAND.
746240     MOVE FEE-BAND-LIMIT TO WS-FEE-LIMIT-EDIT
746250     MOVE FEE-FLAT       TO WS-FEE-FLAT-EDIT
746260     MOVE FEE-PERCENT    TO WS-FEE-PCT-EDIT
746270     DISPLAY "  " FEE-SOURCE "   " FEE-CURRENCY " "
746280         WS-FEE-LIMIT-EDIT " " WS-FEE-FLAT-EDIT " "
746290         WS-FEE-PCT-EDIT "  " FEE-INCOME-ACCT.
746300 8993-EXIT.
746310     EXIT.
746320
746330*****************************************************************
746340*    8994-DELETE-FEE - REMOVE ONE FEE BAND (ARG1 = SOURCE, ARG2 =
746350*    CURRENCY, ARG3 = BAND LIMIT, BLANK = THE UNLIMITED BAND).
746360*****************************************************************
746370 8994-DELETE-FEE.
746380     MOVE ZERO TO WS-RETURN-CODE
746390     PERFORM 8998-BUILD-FEE-KEY THRU 8998-EXIT
746400     IF WS-RETURN-CODE NOT = ZERO
746410         GO TO 8994-EXIT
746420     END-IF
746430     OPEN I-O FEE-SCHEDULE-FILE
746440     IF WS-FEE-STATUS = "35"
746450         MOVE 41 TO WS-RETURN-CODE
746460         DISPLAY "ERROR: No fee schedule on file"
746470         GO TO 8994-EXIT
746480     END-IF
746490     IF WS-FEE-STATUS NOT = "00"
746500         MOVE 8 TO WS-RETURN-CODE
746510         DISPLAY "ERROR: Unable to open fee schedule file"
746520         GO TO 8994-EXIT
746530     END-IF
746540     MOVE WS-FEE-W-KEY TO FEE-KEY
746550     DELETE FEE-SCHEDULE-FILE
746560         INVALID KEY
746570             MOVE 41 TO WS-RETURN-CODE
746580             DISPLAY "ERROR: No such fee band"
746590     END-DELETE
746600     IF WS-RETURN-CODE = ZERO
746610         MOVE FEE-BAND-LIMIT TO WS-FEE-LIMIT-EDIT
746620         DISPLAY "Fee band deleted: " FEE-SOURCE " "
746630             FEE-CURRENCY " up to " WS-FEE-LIMIT-EDIT
746640     END-IF
746650     CLOSE FEE-SCHEDULE-FILE.
746660 8994-EXIT.
746670     EXIT.
746680
746690*****************************************************************
746700*    8996-LIST-FEES - PRINT THE WHOLE FEE SCHEDULE IN KEY ORDER
746710*    (SOURCE, CURRENCY, BAND LIMIT).
746720*****************************************************************
746730 8996-LIST-FEES.
746740     MOVE ZERO TO WS-RETURN-CODE
746750     MOVE ZERO TO WS-FEE-LIST-CT
746760     MOVE "N"  TO WS-FEE-EOF-SW
746770     OPEN INPUT FEE-SCHEDULE-FILE
746780     IF WS-FEE-STATUS = "35"
746790         DISPLAY "No fee schedule on file"
746800         GO TO 8996-EXIT
746810     END-IF
746820     IF WS-FEE-STATUS NOT = "00"
746830         MOVE 8 TO WS-RETURN-CODE
746840         DISPLAY "ERROR: Unable to open fee schedule file"
746850         GO TO 8996-EXIT
746860     END-IF
746870     DISPLAY "***** FEE SCHEDULE *****"
746880     DISPLAY "  SRC CCY    BAND LIMIT       FLAT     PCT  "
746890         "INCOME ACCOUNT"
746900     MOVE LOW-VALUES TO FEE-KEY
746910     START FEE-SCHEDULE-FILE KEY IS NOT LESS THAN FEE-KEY
746920         INVALID KEY
746930             MOVE "Y" TO WS-FEE-EOF-SW
746940     END-START
746950     PERFORM 8997-LIST-ONE-FEE THRU 8997-EXIT
746960         UNTIL WS-FEE-EOF
746970     CLOSE FEE-SCHEDULE-FILE
746980     DISPLAY "BANDS LISTED " WS-FEE-LIST-CT.
746990 8996-EXIT.
747000     EXIT.
747010
747020 8997-LIST-ONE-FEE.
747030     READ FEE-SCHEDULE-FILE NEXT RECORD
747040         AT END
747050             MOVE "Y" TO WS-FEE-EOF-SW
747060             GO TO 8997-EXIT
747070     END-READ
747080     ADD 1 TO WS-FEE-LIST-CT
747090     PERFORM 8993-DISPLAY-FEE-BAND THRU 8993-EXIT.
747100 8997-EXIT.
747110     EXIT.
747120
747130*****************************************************************
747140*    8998-BUILD-FEE-KEY - VALIDATE ARG1 (SOURCE), ARG2 (CURRENCY)
747150*    AND ARG3 (BAND LIMIT, BLANK = NO UPPER LIMIT) INTO WS-FEE-W-
747160*    KEY, READY TO MOVE TO FEE-KEY ONCE LGFEES IS OPEN.
747170*****************************************************************
747180 8998-BUILD-FEE-KEY.
747190     IF ARG1 = SPACES OR ARG2 = SPACES
747200         MOVE 6 TO WS-RETURN-CODE
747210         DISPLAY "ERROR: Fee source and currency required"
747220         GO TO 8998-EXIT
747230     END-IF
747240     MOVE ARG1 (1:1) TO WS-FEE-W-SOURCE
747250     IF NOT WS-FEE-SOURCE-OK
747260         OR ARG1 (2:) NOT = SPACES
747270         MOVE 41 TO WS-RETURN-CODE
747280         DISPLAY "ERROR: Fee source must be O, B, S, R, P, C or H"
747290         GO TO 8998-EXIT
747300     END-IF
747310     IF ARG2 (4:) NOT = SPACES
747320         MOVE 41 TO WS-RETURN-CODE
747330         DISPLAY "ERROR: Invalid currency code: " ARG2
747340         GO TO 8998-EXIT
747350     END-IF
747360     IF ARG3 = SPACES
747370         MOVE 9999999999.99 TO WS-FEE-W-CENTS
747380     ELSE
747390         MOVE FUNCTION NUMVAL(ARG3) TO WS-FEE-W-AMOUNT
747400         MOVE WS-FEE-W-AMOUNT TO WS-FEE-W-CENTS
747410         IF WS-FEE-W-AMOUNT NOT = WS-FEE-W-CENTS
747420             OR WS-FEE-W-CENTS NOT > ZERO
747430             MOVE 41 TO WS-RETURN-CODE
747440             DISPLAY "ERROR: Invalid band limit: " ARG3
747450             GO TO 8998-EXIT
747460         END-IF
747470     END-IF
747480     MOVE WS-FEE-W-SOURCE TO WS-FEE-W-KEY-SOURCE
747490     MOVE ARG2 (1:3)      TO WS-FEE-W-KEY-CURRENCY
747500     MOVE WS-FEE-W-CENTS  TO WS-FEE-W-KEY-LIMIT.
747520 8998-EXIT.
747530     EXIT.
747540
747550*****************************************************************
747560*    6800-AML-SCAN - NIGHTLY TRANSACTION MONITORING.  TESTS EACH
747570*    ACCOUNT'S POSTINGS FOR THE SCAN DATE (ARG1, DEFAULT THE
747580*    BUSINESS DATE) AGAINST THE ENABLED RULES AND RAISES AN
747590*    ALERT CASE ON LGALRT FOR EVERY RULE AN ACCOUNT TRIPS.  THE
747600*    LGCTL "U" RECORD FOR THE DATE STOPS A SECOND SCAN OF IT; A
747610*    SCAN INTERRUPTED PART WAY (STILL "W") IS RUN AGAIN FROM THE
747620*    START, WITHDRAWING THE ALERTS IT HAD ALREADY RAISED.
747630*****************************************************************
747640 6800-AML-SCAN.
747650     MOVE ZERO TO WS-RETURN-CODE
747660     MOVE ZERO TO WS-AML-ACCT-CT WS-AML-MOVE-CT WS-AML-ALERT-CT
747670     IF ARG1 = SPACES
747680         MOVE WS-CURRENT-DATE TO WS-AML-SCAN-DATE
747690     ELSE
747700         IF ARG1 (1:8) IS NOT NUMERIC
747710             OR ARG1 (9:) NOT = SPACES
747720             MOVE 6 TO WS-RETURN-CODE
747730             DISPLAY "ERROR: Usage is AML_SCAN [scan-date "
747740                 "YYYYMMDD]"
747750             GO TO 6800-EXIT
747760         END-IF
747770         MOVE ARG1 (1:8) TO WS-AML-SCAN-DATE
747780     END-IF
747790     IF WS-AML-SCAN-DATE > WS-CURRENT-DATE
747800         MOVE 42 TO WS-RETURN-CODE
747810         DISPLAY "ERROR: Scan date is after the business date "
747820             WS-CURRENT-DATE
747830         GO TO 6800-EXIT
747840     END-IF
747850     PERFORM 6805-LOAD-AML-RULES THRU 6805-EXIT
747860     IF WS-RETURN-CODE NOT = ZERO
747870         GO TO 6800-EXIT
747880     END-IF
747890     PERFORM 6810-CLAIM-AML-SCAN THRU 6810-EXIT
747900     IF WS-RETURN-CODE NOT = ZERO
747910         GO TO 6800-EXIT
747920     END-IF
747930
747940     OPEN INPUT ACCOUNT-MASTER-FILE
747950     IF WS-ACCT-STATUS NOT = "00"
747960         MOVE 8 TO WS-RETURN-CODE
747970         DISPLAY "ERROR: Unable to open account master file"
747980         GO TO 6800-EXIT
747990     END-IF
748000     OPEN INPUT JOURNAL-INDEX-FILE
748010     IF WS-JIDX-STATUS NOT = "00"
748020         MOVE 8 TO WS-RETURN-CODE
748030         DISPLAY "ERROR: Unable to open journal index file"
748040         CLOSE ACCOUNT-MASTER-FILE
748050         GO TO 6800-EXIT
748060     END-IF
748070     OPEN INPUT JOURNAL-FILE
748080     IF WS-JRNL-STATUS NOT = "00"
748090         MOVE 8 TO WS-RETURN-CODE
748100         DISPLAY "ERROR: Unable to open journal file"
748110         CLOSE ACCOUNT-MASTER-FILE
748120         CLOSE JOURNAL-INDEX-FILE
748130         GO TO 6800-EXIT
748140     END-IF
748150     OPEN I-O ALERT-FILE
748160     IF WS-ALRT-STATUS NOT = "00"
748170         MOVE 8 TO WS-RETURN-CODE
748180         DISPLAY "ERROR: Unable to open alert case file"
748190         CLOSE ACCOUNT-MASTER-FILE
748200         CLOSE JOURNAL-INDEX-FILE
748210         CLOSE JOURNAL-FILE
748220         GO TO 6800-EXIT
748230     END-IF
748240
748250     DISPLAY "***** AML MONITORING SCAN *****"
748260     DISPLAY "SCAN DATE " WS-AML-SCAN-DATE
748270     DISPLAY "RULES IN EFFECT:"
748280     MOVE ZERO TO WS-AML-RULE-IDX
748290     PERFORM 6808-LIST-AML-RULE THRU 6808-EXIT
748300         UNTIL WS-AML-RULE-IDX NOT < WS-AML-RULE-MAX
748310     MOVE "N" TO WS-EOF-SW
748320     MOVE LOW-VALUES TO ACCT-ID
748330     START ACCOUNT-MASTER-FILE KEY IS NOT LESS THAN ACCT-ID
748340         INVALID KEY
748350             MOVE "Y" TO WS-EOF-SW
748360     END-START
748370     PERFORM 6820-SCAN-ONE-ACCOUNT THRU 6820-EXIT
748380         UNTIL WS-EOF OR WS-RETURN-CODE NOT = ZERO
748390     CLOSE ACCOUNT-MASTER-FILE
748400     CLOSE JOURNAL-INDEX-FILE
748410     CLOSE JOURNAL-FILE
748420     CLOSE ALERT-FILE
748430     IF WS-RETURN-CODE NOT = ZERO
748440         DISPLAY "AML scan stopped - run AML_SCAN "
748450             WS-AML-SCAN-DATE " again to complete it"
748460         GO TO 6800-EXIT
748470     END-IF
748480     PERFORM 6815-FINISH-AML-SCAN THRU 6815-EXIT
748490
748500     DISPLAY "ACCOUNTS SCANNED  " WS-AML-ACCT-CT
748510     DISPLAY "POSTINGS EXAMINED " WS-AML-MOVE-CT
748520     MOVE ZERO TO WS-AML-RULE-IDX
748530     PERFORM 6819-DISPLAY-RULE-HITS THRU 6819-EXIT
748540         UNTIL WS-AML-RULE-IDX NOT < WS-AML-RULE-MAX
748550     DISPLAY "ALERTS RAISED     " WS-AML-ALERT-CT.
748560 6800-EXIT.
748570     EXIT.
748580
748590*****************************************************************
748600*    6805-LOAD-AML-RULES - THE RULE TABLE FROM THE DEFAULTS AND
748610*    THE LGCTL "R" RECORDS, AND THE CURRENCIES' DUAL-
748620*    AUTHORIZATION THRESHOLDS (LGCTL "T") THE STRC RULE TESTS
748630*    AGAINST.
748640*****************************************************************
748650 6805-LOAD-AML-RULES.
748660     MOVE WS-AML-RULE-DEFAULTS TO WS-AML-RULE-TABLE
748670     MOVE ZERO TO WS-AML-THR-COUNT
748680     OPEN INPUT CONTROL-FILE
748690     IF WS-CTL-STATUS NOT = "00"
748700         MOVE 8 TO WS-RETURN-CODE
748710         DISPLAY "ERROR: Unable to open control file"
748720         GO TO 6805-EXIT
748730     END-IF
748740     MOVE ZERO TO WS-AML-RULE-IDX
748750     PERFORM 6806-READ-AML-RULE THRU 6806-EXIT
748760         UNTIL WS-AML-RULE-IDX NOT < WS-AML-RULE-MAX
748770     MOVE SPACES TO CTL-KEY
748780     MOVE "T"    TO CTL-KEY-TYPE
748790     MOVE "N"    TO WS-AML-CTL-DONE-SW
748800     START CONTROL-FILE KEY IS NOT LESS THAN CTL-KEY
748810         INVALID KEY
748820             MOVE "Y" TO WS-AML-CTL-DONE-SW
748830     END-START
748840     PERFORM 6807-LOAD-ONE-THRESHOLD THRU 6807-EXIT
748850         UNTIL WS-AML-CTL-DONE
748860     CLOSE CONTROL-FILE.
748870 6805-EXIT.
748880     EXIT.
748890
748900 6806-READ-AML-RULE.
748910     ADD 1 TO WS-AML-RULE-IDX
748920     MOVE "R" TO CTL-KEY
748930     MOVE WS-AML-R-CODE (WS-AML-RULE-IDX) TO CTL-KEY-QUAL
748940     READ CONTROL-FILE
748950         INVALID KEY
748960             GO TO 6806-EXIT
748970     END-READ
748980     IF CTL-MODE = "N"
748990         MOVE "N" TO WS-AML-R-ON (WS-AML-RULE-IDX)
749000     ELSE
749010         MOVE "Y" TO WS-AML-R-ON (WS-AML-RULE-IDX)
749020     END-IF
749030     MOVE CTL-AMOUNT  TO WS-AML-R-AMOUNT (WS-AML-RULE-IDX)
749040     MOVE CTL-COUNT   TO WS-AML-R-COUNT (WS-AML-RULE-IDX)
749050     MOVE CTL-COUNT-2 TO WS-AML-R-PCT (WS-AML-RULE-IDX).
749060 6806-EXIT.
749070     EXIT.
749080
749090 6807-LOAD-ONE-THRESHOLD.
749100     READ CONTROL-FILE NEXT RECORD
749110         AT END
749120             MOVE "Y" TO WS-AML-CTL-DONE-SW
749130             GO TO 6807-EXIT
749140     END-READ
749150     IF CTL-KEY-TYPE NOT = "T"
749160         MOVE "Y" TO WS-AML-CTL-DONE-SW
749170         GO TO 6807-EXIT
749180     END-IF
749190     IF WS-AML-THR-COUNT NOT < WS-AML-THR-MAX
749200         DISPLAY "WARNING: Over " WS-AML-THR-MAX
749210             " approval thresholds - the rest are not monitored"
749220         MOVE "Y" TO WS-AML-CTL-DONE-SW
749230         GO TO 6807-EXIT
749240     END-IF
749250     ADD 1 TO WS-AML-THR-COUNT
749260     MOVE CTL-KEY-QUAL (1:3) TO WS-AML-THR-CCY (WS-AML-THR-COUNT)
749270     MOVE CTL-AMOUNT         TO WS-AML-THR-AMT (WS-AML-THR-COUNT).
749280 6807-EXIT.
749290     EXIT.
749300
749310 6808-LIST-AML-RULE.
749320     ADD 1 TO WS-AML-RULE-IDX
749330     PERFORM 6809-DISPLAY-AML-RULE THRU 6809-EXIT.
749340 6808-EXIT.
749350     EXIT.
749360
749370 6809-DISPLAY-AML-RULE.
749380     MOVE WS-AML-R-AMOUNT (WS-AML-RULE-IDX) TO WS-AML-AMT-EDIT
749390     DISPLAY "  " WS-AML-R-CODE (WS-AML-RULE-IDX)
749400         " ENABLED " WS-AML-R-ON (WS-AML-RULE-IDX)
749410         " AMOUNT " WS-AML-AMT-EDIT
749420         " COUNT " WS-AML-R-COUNT (WS-AML-RULE-IDX)
749430         " PCT " WS-AML-R-PCT (WS-AML-RULE-IDX).
749440 6809-EXIT.
749450     EXIT.
749460
749470*****************************************************************
749480*    6810-CLAIM-AML-SCAN - RECORD THE SCAN ON LGCTL "U" + DATE
749490*    (MODE "W" UNTIL IT COMPLETES) WITH THE LAST ALERT ID ISSUED
749500*    BEFORE IT, AND CREATE LGALRT ON FIRST USE.  A DATE ALREADY
749510*    SCANNED IS REFUSED (CODE 42); A DATE WHOSE SCAN WAS
749520*    INTERRUPTED HAS THAT SCAN'S ALERTS WITHDRAWN SO IT CAN RUN
749530*    AGAIN WHOLE.
749540*****************************************************************
749550 6810-CLAIM-AML-SCAN.
749560     MOVE "N"  TO WS-AML-RESCAN-SW
749570     MOVE ZERO TO WS-AML-PRIOR-LAST
749580     OPEN I-O CONTROL-FILE
749590     IF WS-CTL-STATUS NOT = "00"
749600         MOVE 8 TO WS-RETURN-CODE
749610         DISPLAY "ERROR: Unable to open control file"
749620         GO TO 6810-EXIT
749630     END-IF
749640     MOVE "L" TO CTL-KEY
749650     READ CONTROL-FILE
749660         INVALID KEY
749670             CONTINUE
749680         NOT INVALID KEY
749690             MOVE CTL-LAST-SEQ TO WS-AML-PRIOR-LAST
749700     END-READ
749710     MOVE "U"              TO CTL-KEY
749720     MOVE WS-AML-SCAN-DATE TO CTL-KEY-QUAL
749730     MOVE "N"              TO WS-FOUND-SW
749740     READ CONTROL-FILE
749750         INVALID KEY
749760             CONTINUE
749770         NOT INVALID KEY
749780             MOVE "Y" TO WS-FOUND-SW
749790     END-READ
749800     IF WS-FOUND AND CTL-MODE NOT = "W"
749810         MOVE 42 TO WS-RETURN-CODE
749820         DISPLAY "ERROR: AML scan already run for "
749830             WS-AML-SCAN-DATE " - " CTL-COUNT-2
749840             " alert(s) raised"
749850         CLOSE CONTROL-FILE
749860         GO TO 6810-EXIT
749870     END-IF
749880     IF WS-FOUND
749890         MOVE "Y"          TO WS-AML-RESCAN-SW
749900         MOVE CTL-LAST-SEQ TO WS-AML-PRIOR-LAST
749910         MOVE ZERO         TO CTL-COUNT CTL-COUNT-2
749920         REWRITE CTL-RECORD
749930     ELSE
749940         INITIALIZE CTL-RECORD
749950         MOVE "U"               TO CTL-KEY
749960         MOVE WS-AML-SCAN-DATE  TO CTL-KEY-QUAL
749970         MOVE WS-AML-SCAN-DATE  TO CTL-DATE
749980         MOVE WS-AML-PRIOR-LAST TO CTL-LAST-SEQ
749990         MOVE "W"               TO CTL-MODE
750000         WRITE CTL-RECORD
750010     END-IF
750020     IF WS-CTL-STATUS NOT = "00"
750030         MOVE 8 TO WS-RETURN-CODE
750040         DISPLAY "ERROR: Unable to record the AML scan, status "
750050             WS-CTL-STATUS
750060         CLOSE CONTROL-FILE
750070         GO TO 6810-EXIT
750080     END-IF
750090     CLOSE CONTROL-FILE
750100
750110     OPEN I-O ALERT-FILE
750120     IF WS-ALRT-STATUS = "35"
750130         OPEN OUTPUT ALERT-FILE
750140         IF WS-ALRT-STATUS = "00"
750150             CLOSE ALERT-FILE
750160             OPEN I-O ALERT-FILE
750170         END-IF
750180     END-IF
750190     IF WS-ALRT-STATUS NOT = "00"
750200         MOVE 8 TO WS-RETURN-CODE
750210         DISPLAY "ERROR: Unable to open alert case file"
750220         GO TO 6810-EXIT
750230     END-IF
750240     IF WS-AML-RESCAN
750250         PERFORM 6812-WITHDRAW-ALERTS THRU 6812-EXIT
750260     END-IF
750270     CLOSE ALERT-FILE.
750280 6810-EXIT.
750290     EXIT.
750300
750310 6812-WITHDRAW-ALERTS.
750320     MOVE ZERO TO WS-AML-PURGE-CT
750330     MOVE "N"  TO WS-ALR-EOF-SW
750340     COMPUTE ALR-ID = WS-AML-PRIOR-LAST + 1
750350     START ALERT-FILE KEY IS NOT LESS THAN ALR-ID
750360         INVALID KEY
750370             MOVE "Y" TO WS-ALR-EOF-SW
750380     END-START
750390     PERFORM 6813-WITHDRAW-ONE-ALERT THRU 6813-EXIT
750400         UNTIL WS-ALR-EOF
750410     DISPLAY "Interrupted AML scan of " WS-AML-SCAN-DATE
750420         " run again - " WS-AML-PURGE-CT " alert(s) withdrawn".
750430 6812-EXIT.
750440     EXIT.
750450
750460 6813-WITHDRAW-ONE-ALERT.
750470     READ ALERT-FILE NEXT RECORD
750480         AT END
750490             MOVE "Y" TO WS-ALR-EOF-SW
750500             GO TO 6813-EXIT
750510     END-READ
750520     IF ALR-SCAN-DATE = WS-AML-SCAN-DATE
750530         DELETE ALERT-FILE
750540             INVALID KEY
750550                 CONTINUE
750560         END-DELETE
750570         ADD 1 TO WS-AML-PURGE-CT
750580     END-IF.
750590 6813-EXIT.
750600     EXIT.
750610
750620*****************************************************************
750630*    6815-FINISH-AML-SCAN - MARK THE DATE'S "U" RECORD COMPLETE
750640*    WITH THE ACCOUNTS SCANNED AND THE ALERTS RAISED.
750650*****************************************************************
750660 6815-FINISH-AML-SCAN.
750670     OPEN I-O CONTROL-FILE
750680     IF WS-CTL-STATUS NOT = "00"
750690         MOVE 8 TO WS-RETURN-CODE
750700         DISPLAY "ERROR: Unable to open control file - AML scan "
750710             "not marked complete"
750720         GO TO 6815-EXIT
750730     END-IF
750740     MOVE "U"              TO CTL-KEY
750750     MOVE WS-AML-SCAN-DATE TO CTL-KEY-QUAL
750760     READ CONTROL-FILE
750770         INVALID KEY
750780             MOVE 8 TO WS-RETURN-CODE
750790             DISPLAY "ERROR: AML scan control record missing"
750800             CLOSE CONTROL-FILE
750810             GO TO 6815-EXIT
750820     END-READ
750830     MOVE "C"             TO CTL-MODE
750840     MOVE WS-AML-ACCT-CT  TO CTL-COUNT
750850     MOVE WS-AML-ALERT-CT TO CTL-COUNT-2
750860     REWRITE CTL-RECORD
750870     IF WS-CTL-STATUS NOT = "00"
750880         MOVE 8 TO WS-RETURN-CODE
750890         DISPLAY "ERROR: AML scan not marked complete, status "
750900             WS-CTL-STATUS
750910     END-IF
750920     CLOSE CONTROL-FILE.
750930 6815-EXIT.
750940     EXIT.
750950
750960 6819-DISPLAY-RULE-HITS.
750970     ADD 1 TO WS-AML-RULE-IDX
750980     DISPLAY "  " WS-AML-R-CODE (WS-AML-RULE-IDX) " ALERTS     "
750990         WS-AML-R-HITS (WS-AML-RULE-IDX).
751000 6819-EXIT.
751010     EXIT.
751020
751030*****************************************************************
751040*    6820-SCAN-ONE-ACCOUNT - TABLE ONE ACCOUNT'S POSTINGS FOR THE
751050*    SCAN DATE (6825) AND TEST EACH ENABLED RULE AGAINST THEM.
751060*****************************************************************
751070 6820-SCAN-ONE-ACCOUNT.
751080     READ ACCOUNT-MASTER-FILE NEXT RECORD
751090         AT END
751100             MOVE "Y" TO WS-EOF-SW
751110             GO TO 6820-EXIT
751120     END-READ
751130     IF ACCT-ID = SPACES
751140         GO TO 6820-EXIT
751150     END-IF
751160     ADD 1 TO WS-AML-ACCT-CT
751170     MOVE ZERO TO WS-AML-MOV-COUNT
751180     MOVE "N"  TO WS-AML-FULL-SW
751190     MOVE "N"  TO WS-AML-IDX-DONE-SW
751200     MOVE ACCT-ID          TO IDX-ACCT
751210     MOVE WS-AML-SCAN-DATE TO IDX-DATE
751220     MOVE ZERO             TO IDX-SEQ
751230     START JOURNAL-INDEX-FILE KEY IS NOT LESS THAN IDX-KEY
751240         INVALID KEY
751250             MOVE "Y" TO WS-AML-IDX-DONE-SW
751260     END-START
751270     PERFORM 6825-COLLECT-MOVEMENT THRU 6825-EXIT
751280         UNTIL WS-AML-IDX-DONE
751290     IF WS-AML-MOV-COUNT = ZERO
751300         GO TO 6820-EXIT
751310     END-IF
751320     ADD WS-AML-MOV-COUNT TO WS-AML-MOVE-CT
751330     IF WS-AML-R-ENABLED (1)
751340         PERFORM 6830-RULE-STRUCTURING THRU 6830-EXIT
751350     END-IF
751360     IF WS-AML-R-ENABLED (2) AND WS-RETURN-CODE = ZERO
751370         PERFORM 6840-RULE-PASS-THROUGH THRU 6840-EXIT
751380     END-IF
751390     IF WS-AML-R-ENABLED (3) AND WS-RETURN-CODE = ZERO
751400         PERFORM 6850-RULE-ROUND-CREDITS THRU 6850-EXIT
751410     END-IF.
751420 6820-EXIT.
751430     EXIT.
751440
751450 6825-COLLECT-MOVEMENT.
751460     READ JOURNAL-INDEX-FILE NEXT RECORD
751470         AT END
751480             MOVE "Y" TO WS-AML-IDX-DONE-SW
751490             GO TO 6825-EXIT
751500     END-READ
751510     IF IDX-ACCT NOT = ACCT-ID
751520         OR IDX-DATE NOT = WS-AML-SCAN-DATE
751530         MOVE "Y" TO WS-AML-IDX-DONE-SW
751540         GO TO 6825-EXIT
751550     END-IF
751560     IF IDX-FEE-FLAG NOT = SPACE
751570         GO TO 6825-EXIT
751580     END-IF
751585*    SYSTEM CHARGES, FX REVALUATION POSTINGS, CASH SWEEPS AND
751590*    REVERSALS ARE NOT CUSTOMER ACTIVITY.
751600     MOVE "Y"     TO WS-AML-KEEP-SW
751610     MOVE IDX-SEQ TO JRN-SEQ-NO
751620     READ JOURNAL-FILE
751630         INVALID KEY
751640             CONTINUE
751650         NOT INVALID KEY
751660             IF JRN-REVERSAL-OF NOT = ZERO
751670                 OR JRN-SOURCE = "A"
751675                 OR JRN-SOURCE = "X"
751677                 OR JRN-SOURCE = "W"
751680                 MOVE "N" TO WS-AML-KEEP-SW
751690             END-IF
751700     END-READ
751710     IF NOT WS-AML-KEEP
751720         GO TO 6825-EXIT
751730     END-IF
751740     IF WS-AML-MOV-COUNT NOT < WS-AML-MOV-MAX
751750         IF NOT WS-AML-FULL
751760             MOVE "Y" TO WS-AML-FULL-SW
751770             DISPLAY "WARNING: " ACCT-ID " has over "
751780                 WS-AML-MOV-MAX " postings - the rest are not "
751790                 "scanned"
751800         END-IF
751810         GO TO 6825-EXIT
751820     END-IF
751830     ADD 1 TO WS-AML-MOV-COUNT
751840     MOVE IDX-SEQ        TO WS-AML-M-SEQ (WS-AML-MOV-COUNT)
751850     MOVE IDX-AMOUNT     TO WS-AML-M-AMOUNT (WS-AML-MOV-COUNT)
751860     MOVE IDX-OTHER-ACCT TO WS-AML-M-OTHER (WS-AML-MOV-COUNT)
751870     MOVE "N"            TO WS-AML-M-PICK (WS-AML-MOV-COUNT).
751880 6825-EXIT.
751890     EXIT.
751900
751910*****************************************************************
751920*    6830-RULE-STRUCTURING - STRC: REPEATED DEBITS JUST UNDER THE
751930*    DUAL-AUTHORIZATION THRESHOLD FOR THE ACCOUNT'S CURRENCY.  A
751940*    CURRENCY WITH NO THRESHOLD IS NOT TESTED.
751950*****************************************************************
751960 6830-RULE-STRUCTURING.
751970     MOVE ZERO TO WS-AML-THRESHOLD
751980     MOVE ZERO TO WS-AML-THR-IDX
751990     PERFORM 6832-SEARCH-THRESHOLD THRU 6832-EXIT
752000         UNTIL WS-AML-THRESHOLD > ZERO
752010            OR WS-AML-THR-IDX NOT < WS-AML-THR-COUNT
752020     IF WS-AML-THRESHOLD = ZERO
752030         GO TO 6830-EXIT
752040     END-IF
752050     COMPUTE WS-AML-LOW-BAND ROUNDED =
752060         WS-AML-THRESHOLD
752070         - WS-AML-THRESHOLD * WS-AML-R-PCT (1) / 100
752080     MOVE ZERO TO WS-AML-HIT-CT
752090     MOVE ZERO TO WS-AML-HIT-AMOUNT
752100     MOVE ZERO TO WS-AML-MOV-IDX
752110     PERFORM 6835-PICK-NEAR-THRESHOLD THRU 6835-EXIT
752120         UNTIL WS-AML-MOV-IDX NOT < WS-AML-MOV-COUNT
752130     IF WS-AML-HIT-CT NOT < WS-AML-R-COUNT (1)
752140         MOVE 1 TO WS-AML-RULE-IDX
752150         PERFORM 6880-RAISE-ALERT THRU 6880-EXIT
752160     END-IF.
752170 6830-EXIT.
752180     EXIT.
752190
752200 6832-SEARCH-THRESHOLD.
752210     ADD 1 TO WS-AML-THR-IDX
752220     IF WS-AML-THR-CCY (WS-AML-THR-IDX) = ACCT-CURRENCY
752230         MOVE WS-AML-THR-AMT (WS-AML-THR-IDX) TO WS-AML-THRESHOLD
752240     END-IF.
752250 6832-EXIT.
752260     EXIT.
752270
752280 6835-PICK-NEAR-THRESHOLD.
752290     ADD 1 TO WS-AML-MOV-IDX
752300     MOVE "N" TO WS-AML-M-PICK (WS-AML-MOV-IDX)
752310     IF WS-AML-M-AMOUNT (WS-AML-MOV-IDX) NOT < ZERO
752320         GO TO 6835-EXIT
752330     END-IF
752340     COMPUTE WS-AML-ABS-AMT =
752350         ZERO - WS-AML-M-AMOUNT (WS-AML-MOV-IDX)
752360     IF WS-AML-ABS-AMT NOT < WS-AML-LOW-BAND
752370         AND WS-AML-ABS-AMT < WS-AML-THRESHOLD
752380         MOVE "Y" TO WS-AML-M-PICK (WS-AML-MOV-IDX)
752390         ADD 1 TO WS-AML-HIT-CT
752400         ADD WS-AML-ABS-AMT TO WS-AML-HIT-AMOUNT
752410     END-IF.
752420 6835-EXIT.
752430     EXIT.
752440
752450*****************************************************************
752460*    6840-RULE-PASS-THROUGH - PASS: MONEY THAT ARRIVES AND LEAVES
752470*    THE ACCOUNT THE SAME DAY.  THE ALERT AMOUNT IS THE DAY'S
752480*    DEBITS AND IT NAMES EVERY POSTING.
752490*****************************************************************
752500 6840-RULE-PASS-THROUGH.
752510     MOVE ZERO TO WS-AML-CREDIT-TOT
752520     MOVE ZERO TO WS-AML-DEBIT-TOT
752530     MOVE ZERO TO WS-AML-MOV-IDX
752540     PERFORM 6845-TOTAL-ONE-MOVEMENT THRU 6845-EXIT
752550         UNTIL WS-AML-MOV-IDX NOT < WS-AML-MOV-COUNT
752560     IF WS-AML-CREDIT-TOT < WS-AML-R-AMOUNT (2)
752570         OR WS-AML-DEBIT-TOT < WS-AML-R-AMOUNT (2)
752580         OR WS-AML-DEBIT-TOT * 100 <
752590            WS-AML-CREDIT-TOT * WS-AML-R-PCT (2)
752600         GO TO 6840-EXIT
752610     END-IF
752620     MOVE WS-AML-DEBIT-TOT TO WS-AML-HIT-AMOUNT
752630     MOVE WS-AML-MOV-COUNT TO WS-AML-HIT-CT
752640     MOVE 2 TO WS-AML-RULE-IDX
752650     PERFORM 6880-RAISE-ALERT THRU 6880-EXIT.
752660 6840-EXIT.
752670     EXIT.
752680
752690 6845-TOTAL-ONE-MOVEMENT.
752700     ADD 1 TO WS-AML-MOV-IDX
752710     MOVE "Y" TO WS-AML-M-PICK (WS-AML-MOV-IDX)
752720     IF WS-AML-M-AMOUNT (WS-AML-MOV-IDX) > ZERO
752730         ADD WS-AML-M-AMOUNT (WS-AML-MOV-IDX) TO WS-AML-CREDIT-TOT
752740     ELSE
752750         SUBTRACT WS-AML-M-AMOUNT (WS-AML-MOV-IDX)
752760             FROM WS-AML-DEBIT-TOT
752770     END-IF.
752780 6845-EXIT.
752790     EXIT.
752800
752810*****************************************************************
752820*    6850-RULE-ROUND-CREDITS - RNDC: CREDITS IN EXACT MULTIPLES OF
752830*    THE RULE AMOUNT, COMING FROM ENOUGH DIFFERENT ACCOUNTS.
752840*****************************************************************
752850 6850-RULE-ROUND-CREDITS.
752860     IF WS-AML-R-AMOUNT (3) = ZERO
752870         GO TO 6850-EXIT
752880     END-IF
752890     MOVE ZERO TO WS-AML-HIT-CT
752900     MOVE ZERO TO WS-AML-HIT-AMOUNT
752910     MOVE ZERO TO WS-AML-SRC-CT
752920     MOVE ZERO TO WS-AML-MOV-IDX
752930     PERFORM 6855-PICK-ROUND-CREDIT THRU 6855-EXIT
752940         UNTIL WS-AML-MOV-IDX NOT < WS-AML-MOV-COUNT
752950     IF WS-AML-SRC-CT NOT < WS-AML-R-COUNT (3)
752960         MOVE 3 TO WS-AML-RULE-IDX
752970         PERFORM 6880-RAISE-ALERT THRU 6880-EXIT
752980     END-IF.
752990 6850-EXIT.
753000     EXIT.
753010
753020 6855-PICK-ROUND-CREDIT.
753030     ADD 1 TO WS-AML-MOV-IDX
753040     MOVE "N" TO WS-AML-M-PICK (WS-AML-MOV-IDX)
753050     IF WS-AML-M-AMOUNT (WS-AML-MOV-IDX) NOT > ZERO
753060         GO TO 6855-EXIT
753070     END-IF
753080     DIVIDE WS-AML-M-AMOUNT (WS-AML-MOV-IDX)
753090         BY WS-AML-R-AMOUNT (3)
753100         GIVING WS-AML-QUOT REMAINDER WS-AML-REM
753110     IF WS-AML-REM NOT = ZERO
753120         GO TO 6855-EXIT
753130     END-IF
753140     MOVE "Y" TO WS-AML-M-PICK (WS-AML-MOV-IDX)
753150     ADD 1 TO WS-AML-HIT-CT
753160     ADD WS-AML-M-AMOUNT (WS-AML-MOV-IDX) TO WS-AML-HIT-AMOUNT
753170*    A SOURCE COUNTS ONCE, HOWEVER MANY ROUND CREDITS IT SENT.
753180     MOVE "N"  TO WS-AML-DUP-SW
753190     MOVE ZERO TO WS-AML-MOV-IDX2
753200     PERFORM 6857-CHECK-SEEN-SOURCE THRU 6857-EXIT
753210         UNTIL WS-AML-DUP
753220            OR WS-AML-MOV-IDX2 + 1 NOT < WS-AML-MOV-IDX
753230     IF NOT WS-AML-DUP
753240         ADD 1 TO WS-AML-SRC-CT
753250     END-IF.
753260 6855-EXIT.
753270     EXIT.
753280
753290 6857-CHECK-SEEN-SOURCE.
753300     ADD 1 TO WS-AML-MOV-IDX2
753310     IF WS-AML-M-PICKED (WS-AML-MOV-IDX2)
753320         AND WS-AML-M-OTHER (WS-AML-MOV-IDX2)
753330             = WS-AML-M-OTHER (WS-AML-MOV-IDX)
753340         MOVE "Y" TO WS-AML-DUP-SW
753350     END-IF.
753360 6857-EXIT.
753370     EXIT.
753380
753390*****************************************************************
753400*    6880-RAISE-ALERT - WRITE AN OPEN ALERT CASE FOR RULE
753410*    WS-AML-RULE-IDX ON THE CURRENT ACCOUNT, NAMING THE FIRST TEN
753420*    OF THE POSTINGS THE RULE PICKED.
753430*****************************************************************
753435 6880-RAISE-ALERT.
753440     PERFORM 6890-NEXT-ALERT-NUMBER THRU 6890-EXIT
753445     IF WS-RETURN-CODE NOT = ZERO
753450         OR WS-ALR-W-ID = ZERO
753470         GO TO 6880-EXIT
753480     END-IF
753490     INITIALIZE ALR-RECORD
753500     MOVE WS-ALR-W-ID                     TO ALR-ID
753510     MOVE WS-AML-R-CODE (WS-AML-RULE-IDX) TO ALR-RULE
753520     MOVE ACCT-ID                         TO ALR-ACCT
753530     MOVE ACCT-CURRENCY                   TO ALR-CURRENCY
753540     MOVE WS-AML-SCAN-DATE                TO ALR-SCAN-DATE
753550     MOVE WS-AML-HIT-AMOUNT               TO ALR-AMOUNT
753560     MOVE WS-AML-HIT-CT                   TO ALR-SEQ-CT
753570     MOVE "O"                             TO ALR-STATUS
753580     MOVE "N"                             TO ALR-ESC-FLAG
753590     MOVE ZERO TO WS-AML-SEQ-IDX
753600     MOVE ZERO TO WS-AML-MOV-IDX
753610     PERFORM 6885-LIST-PICKED-SEQ THRU 6885-EXIT
753620         UNTIL WS-AML-MOV-IDX NOT < WS-AML-MOV-COUNT
753630            OR WS-AML-SEQ-IDX NOT < 10
753640     WRITE ALR-RECORD
753650     IF WS-ALRT-STATUS NOT = "00"
753660         MOVE 8 TO WS-RETURN-CODE
753670         DISPLAY "ERROR: Alert case write failed, status "
753680             WS-ALRT-STATUS
753690         GO TO 6880-EXIT
753700     END-IF
753710     ADD 1 TO WS-AML-ALERT-CT
753720     ADD 1 TO WS-AML-R-HITS (WS-AML-RULE-IDX)
753730     MOVE WS-AML-HIT-AMOUNT TO WS-AML-AMT-EDIT
753740     DISPLAY "ALERT " ALR-ID " " ALR-RULE " " ALR-ACCT " "
753750         ALR-CURRENCY " " WS-AML-AMT-EDIT " POSTINGS " ALR-SEQ-CT.
753760 6880-EXIT.
753770     EXIT.
753780
753790 6885-LIST-PICKED-SEQ.
753800     ADD 1 TO WS-AML-MOV-IDX
753810     IF WS-AML-M-PICKED (WS-AML-MOV-IDX)
753820         ADD 1 TO WS-AML-SEQ-IDX
753830         MOVE WS-AML-M-SEQ (WS-AML-MOV-IDX)
753840             TO ALR-SEQ (WS-AML-SEQ-IDX)
753850     END-IF.
753860 6885-EXIT.
753870     EXIT.
753880
753885 6890-NEXT-ALERT-NUMBER.
753890     MOVE ZERO TO WS-ALR-W-ID
753895     MOVE "N" TO WS-FOUND-SW
753910     OPEN I-O CONTROL-FILE
753920     IF WS-CTL-STATUS NOT = "00"
753930         MOVE 8 TO WS-RETURN-CODE
753940         DISPLAY "ERROR: Unable to open control file"
753950         GO TO 6890-EXIT
753960     END-IF
753970     MOVE "L" TO CTL-KEY
753980     READ CONTROL-FILE
753990         INVALID KEY
754000             INITIALIZE CTL-RECORD
754010             MOVE ZERO TO CTL-LAST-SEQ
754020         NOT INVALID KEY
754030             MOVE "Y" TO WS-FOUND-SW
754040     END-READ
754050
754060     ADD 1 TO CTL-LAST-SEQ
754070     MOVE CTL-LAST-SEQ TO WS-ALR-W-ID
754080
754090     IF WS-FOUND
754100         REWRITE CTL-RECORD
754110     ELSE
754115         MOVE "L" TO CTL-KEY
754120         WRITE CTL-RECORD
754125     END-IF
754130     IF WS-CTL-STATUS NOT = "00"
754135         MOVE 8 TO WS-RETURN-CODE
754140         MOVE ZERO TO WS-ALR-W-ID
754145         DISPLAY "ERROR: Unable to record alert number, status "
754150             WS-CTL-STATUS
754155     END-IF
754160
754165     CLOSE CONTROL-FILE.
754170 6890-EXIT.
754180     EXIT.
754190
754200*****************************************************************
754210*    6900-SET-AML-RULE - SET ONE MONITORING RULE.  ARG1 = RULE
754220*    (STRC, PASS OR RNDC), ARG2 = AMOUNT, ARG3 = COUNT, ARG4 =
754230*    PERCENT, ARG5 = Y (ENABLED) OR N (SWITCHED OFF).  A BLANK
754240*    ARGUMENT KEEPS THE RULE'S CURRENT SETTING.  WHAT EACH RULE
754250*    DOES WITH ITS PARAMETERS IS SET OUT WITH THE AML WORK
754260*    AREAS; STRC TAKES ITS AMOUNT FROM SET_APPR_LIMIT.
754270*****************************************************************
754280 6900-SET-AML-RULE.
754290     MOVE ZERO TO WS-RETURN-CODE
754300     IF ARG1 = SPACES
754310         MOVE 6 TO WS-RETURN-CODE
754320         DISPLAY "ERROR: Usage is SET_AML_RULE rule [amount] "
754330             "[count] [percent] [Y|N]"
754340         GO TO 6900-EXIT
754350     END-IF
754360     PERFORM 6805-LOAD-AML-RULES THRU 6805-EXIT
754370     IF WS-RETURN-CODE NOT = ZERO
754380         GO TO 6900-EXIT
754390     END-IF
754400     MOVE ZERO TO WS-AML-RULE-IDX
754410     MOVE "N"  TO WS-FOUND-SW
754420     PERFORM 6905-FIND-AML-RULE THRU 6905-EXIT
754430         UNTIL WS-FOUND OR WS-AML-RULE-IDX NOT < WS-AML-RULE-MAX
754440     IF WS-NOT-FOUND
754450         MOVE 42 TO WS-RETURN-CODE
754460         DISPLAY "ERROR: Unknown AML rule " ARG1 (1:8)
754470             " - use STRC, PASS or RNDC"
754480         GO TO 6900-EXIT
754490     END-IF
754500     IF ARG2 NOT = SPACES
754510         MOVE FUNCTION NUMVAL(ARG2) TO WS-AML-W-AMOUNT
754520         MOVE WS-AML-W-AMOUNT TO WS-AML-W-CENTS
754530         IF WS-AML-W-AMOUNT NOT = WS-AML-W-CENTS
754540             OR WS-AML-W-CENTS < ZERO
754550             MOVE 42 TO WS-RETURN-CODE
754560             DISPLAY "ERROR: Invalid rule amount: " ARG2
754570             GO TO 6900-EXIT
754580         END-IF
754590         MOVE WS-AML-W-CENTS TO WS-AML-R-AMOUNT (WS-AML-RULE-IDX)
754600     END-IF
754610     IF ARG3 NOT = SPACES
754620         MOVE FUNCTION NUMVAL(ARG3) TO WS-AML-W-NUM
754630         MOVE WS-AML-W-NUM TO WS-AML-W-INT
754640         IF WS-AML-W-NUM NOT = WS-AML-W-INT
754650             OR WS-AML-W-INT < ZERO
754660             OR WS-AML-W-INT > 999999
754670             MOVE 42 TO WS-RETURN-CODE
754680             DISPLAY "ERROR: Invalid rule count: " ARG3
754690             GO TO 6900-EXIT
754700         END-IF
754710         MOVE WS-AML-W-INT TO WS-AML-R-COUNT (WS-AML-RULE-IDX)
754720     END-IF
754730     IF ARG4 NOT = SPACES
754740         MOVE FUNCTION NUMVAL(ARG4) TO WS-AML-W-NUM
754750         MOVE WS-AML-W-NUM TO WS-AML-W-INT
754760         IF WS-AML-W-NUM NOT = WS-AML-W-INT
754770             OR WS-AML-W-INT < ZERO
754780             OR WS-AML-W-INT > 100
754790             MOVE 42 TO WS-RETURN-CODE
754800             DISPLAY "ERROR: Invalid rule percent: " ARG4
754810             GO TO 6900-EXIT
754820         END-IF
754830         MOVE WS-AML-W-INT TO WS-AML-R-PCT (WS-AML-RULE-IDX)
754840     END-IF
754850     EVALUATE ARG5
754860         WHEN SPACES
754870             CONTINUE
754880         WHEN "Y"
754890             MOVE "Y" TO WS-AML-R-ON (WS-AML-RULE-IDX)
754900         WHEN "N"
754910             MOVE "N" TO WS-AML-R-ON (WS-AML-RULE-IDX)
754920         WHEN OTHER
754930             MOVE 42 TO WS-RETURN-CODE
754940             DISPLAY "ERROR: Enable flag must be Y or N"
754950             GO TO 6900-EXIT
754960     END-EVALUATE
754970     PERFORM 6906-CHECK-AML-RULE THRU 6906-EXIT
754980     IF WS-RETURN-CODE NOT = ZERO
754990         GO TO 6900-EXIT
755000     END-IF
755010
755020     OPEN I-O CONTROL-FILE
755030     IF WS-CTL-STATUS NOT = "00"
755040         MOVE 8 TO WS-RETURN-CODE
755050         DISPLAY "ERROR: Unable to open control file"
755060         GO TO 6900-EXIT
755070     END-IF
755080     MOVE "R" TO CTL-KEY
755090     MOVE WS-AML-R-CODE (WS-AML-RULE-IDX) TO CTL-KEY-QUAL
755100     MOVE "N" TO WS-FOUND-SW
755110     READ CONTROL-FILE
755120         INVALID KEY
755130             INITIALIZE CTL-RECORD
755140             MOVE "R" TO CTL-KEY
755150             MOVE WS-AML-R-CODE (WS-AML-RULE-IDX) TO CTL-KEY-QUAL
755160         NOT INVALID KEY
755170             MOVE "Y" TO WS-FOUND-SW
755180     END-READ
755190     MOVE WS-AML-R-AMOUNT (WS-AML-RULE-IDX) TO CTL-AMOUNT
755200     MOVE WS-AML-R-COUNT (WS-AML-RULE-IDX)  TO CTL-COUNT
755210     MOVE WS-AML-R-PCT (WS-AML-RULE-IDX)    TO CTL-COUNT-2
755220     MOVE WS-AML-R-ON (WS-AML-RULE-IDX)     TO CTL-MODE
755230     IF WS-FOUND
755240         REWRITE CTL-RECORD
755250     ELSE
755260         WRITE CTL-RECORD
755270     END-IF
755280     IF WS-CTL-STATUS NOT = "00"
755290         MOVE 8 TO WS-RETURN-CODE
755300         DISPLAY "ERROR: AML rule not saved, status "
755310             WS-CTL-STATUS
755320     ELSE
755330         DISPLAY "AML rule set:"
755340         PERFORM 6909-DISPLAY-ONE-RULE THRU 6909-EXIT
755350     END-IF
755360     CLOSE CONTROL-FILE.
755370 6900-EXIT.
755380     EXIT.
755390
755400 6905-FIND-AML-RULE.
755410     ADD 1 TO WS-AML-RULE-IDX
755420     IF WS-AML-R-CODE (WS-AML-RULE-IDX) = ARG1
755430         MOVE "Y" TO WS-FOUND-SW
755440     END-IF.
755450 6905-EXIT.
755460     EXIT.
755470
755480 6906-CHECK-AML-RULE.
755490     EVALUATE WS-AML-RULE-IDX
755500         WHEN 1
755510             IF WS-AML-R-COUNT (1) < 2
755520                 OR WS-AML-R-PCT (1) < 1
755530                 OR WS-AML-R-PCT (1) > 99
755540                 MOVE 42 TO WS-RETURN-CODE
755550                 DISPLAY "ERROR: STRC needs a count of at least "
755560                     "2 and a percent from 1 to 99"
755570             END-IF
755580         WHEN 2
755590             IF WS-AML-R-AMOUNT (2) = ZERO
755600                 OR WS-AML-R-PCT (2) < 1
755610                 MOVE 42 TO WS-RETURN-CODE
755620                 DISPLAY "ERROR: PASS needs an amount and a "
755630                     "percent from 1 to 100"
755640             END-IF
755650         WHEN 3
755660             IF WS-AML-R-AMOUNT (3) = ZERO
755670                 OR WS-AML-R-COUNT (3) < 2
755680                 MOVE 42 TO WS-RETURN-CODE
755690                 DISPLAY "ERROR: RNDC needs an amount and a "
755700                     "count of at least 2"
755710             END-IF
755720     END-EVALUATE.
755730 6906-EXIT.
755740     EXIT.
755750
755760 6909-DISPLAY-ONE-RULE.
755770     PERFORM 6809-DISPLAY-AML-RULE THRU 6809-EXIT.
755780 6909-EXIT.
755790     EXIT.
755800
755810*****************************************************************
755820*    6910-LIST-ALERTS - LIST THE ALERT CASES.  ARG1 = O, A, E OR
755830*    C LISTS ONE STATUS, ALL LISTS EVERY ALERT ON FILE, AND BLANK
755840*    LISTS THE ALERTS STILL BEING WORKED (ALL BUT THE CLOSED).
755850*****************************************************************
755860 6910-LIST-ALERTS.
755870     MOVE ZERO TO WS-RETURN-CODE
755880     MOVE ZERO TO WS-ALR-LIST-CT
755890     MOVE "N"  TO WS-ALR-EOF-SW
755900     EVALUATE TRUE
755910         WHEN ARG1 = SPACES
755920         WHEN ARG1 = "ALL"
755930         WHEN ARG1 = "O"
755940         WHEN ARG1 = "A"
755950         WHEN ARG1 = "E"
755960         WHEN ARG1 = "C"
755970             MOVE ARG1 (1:3) TO WS-ALR-FILTER
755980         WHEN OTHER
755990             MOVE 6 TO WS-RETURN-CODE
756000             DISPLAY "ERROR: Usage is LIST_ALERTS [O|A|E|C|ALL]"
756010             GO TO 6910-EXIT
756020     END-EVALUATE
756030     OPEN INPUT ALERT-FILE
756040     IF WS-ALRT-STATUS = "35"
756050         DISPLAY "No alert cases on file"
756060         GO TO 6910-EXIT
756070     END-IF
756080     IF WS-ALRT-STATUS NOT = "00"
756090         MOVE 8 TO WS-RETURN-CODE
756100         DISPLAY "ERROR: Unable to open alert case file"
756110         GO TO 6910-EXIT
756120     END-IF
756130     DISPLAY "***** AML ALERT CASES *****"
756140     MOVE ZERO TO ALR-ID
756150     START ALERT-FILE KEY IS NOT LESS THAN ALR-ID
756160         INVALID KEY
756170             MOVE "Y" TO WS-ALR-EOF-SW
756180     END-START
756190     PERFORM 6915-LIST-ONE-ALERT THRU 6915-EXIT
756200         UNTIL WS-ALR-EOF
756210     CLOSE ALERT-FILE
756220     DISPLAY "ALERTS LISTED " WS-ALR-LIST-CT.
756230 6910-EXIT.
756240     EXIT.
756250
756260 6915-LIST-ONE-ALERT.
756270     READ ALERT-FILE NEXT RECORD
756280         AT END
756290             MOVE "Y" TO WS-ALR-EOF-SW
756300             GO TO 6915-EXIT
756310     END-READ
756320     IF WS-ALR-FILTER = SPACES
756330         AND ALR-ST-CLOSED
756340         GO TO 6915-EXIT
756350     END-IF
756360     IF WS-ALR-FILTER NOT = SPACES
756370         AND WS-ALR-FILTER NOT = "ALL"
756380         AND ALR-STATUS NOT = WS-ALR-FILTER (1:1)
756390         GO TO 6915-EXIT
756400     END-IF
756410     ADD 1 TO WS-ALR-LIST-CT
756420     MOVE ALR-AMOUNT TO WS-AML-AMT-EDIT
756430     DISPLAY ALR-ID " " ALR-RULE " " ALR-SCAN-DATE " " ALR-ACCT
756440         " " ALR-CURRENCY " " WS-AML-AMT-EDIT " " ALR-STATUS
756450         " " ALR-ASSIGNEE
756460     DISPLAY "       POSTINGS " ALR-SEQ-CT ":" 
756470         " " ALR-SEQ (1) " " ALR-SEQ (2) " " ALR-SEQ (3)
756480         " " ALR-SEQ (4) " " ALR-SEQ (5) " " ALR-SEQ (6)
756490         " " ALR-SEQ (7) " " ALR-SEQ (8) " " ALR-SEQ (9)
756500         " " ALR-SEQ (10)
756510     IF ALR-WAS-ESCALATED
756520         DISPLAY "       ESCALATED " ALR-ESC-DATE " BY "
756530             ALR-ESC-OPER
756540     END-IF
756550     IF ALR-ST-CLOSED
756560         DISPLAY "       CLOSED " ALR-CLOSE-DATE " BY "
756570             ALR-CLOSE-OPER " DISPOSITION " ALR-DISPOSITION
756580     END-IF
756590     IF ALR-NOTE NOT = SPACES
756600         DISPLAY "       NOTE " ALR-NOTE
756610     END-IF.
756620 6915-EXIT.
756630     EXIT.
756640
756650*****************************************************************
756660*    6920-ASSIGN-ALERT - ARG1 = ALERT ID, ARG2 = THE OPERATOR WHO
756670*    WILL WORK IT (AN ACTIVE OPERATOR ONCE LGOPER IS IN USE),
756680*    ARG3 = OPTIONAL NOTE.  AN ESCALATED ALERT STAYS ESCALATED.
756690*****************************************************************
756700 6920-ASSIGN-ALERT.
756710     MOVE ZERO TO WS-RETURN-CODE
756720     IF ARG1 = SPACES OR ARG2 = SPACES
756730         MOVE 6 TO WS-RETURN-CODE
756740         DISPLAY "ERROR: Usage is ASSIGN_ALERT alert-id operator "
756750             "[note]"
756760         GO TO 6920-EXIT
756770     END-IF
756780     IF ARG2 (9:) NOT = SPACES
756790         MOVE 42 TO WS-RETURN-CODE
756800         DISPLAY "ERROR: Invalid operator id: " ARG2
756810         GO TO 6920-EXIT
756820     END-IF
756830     IF WS-OPR-CONTROLLED
756840         MOVE ARG2 (1:8) TO WS-CHK-OPER
756850         PERFORM 2160-CHECK-OPERATOR-ACTIVE THRU 2160-EXIT
756860         IF NOT WS-CHK-ACTIVE
756870             MOVE 42 TO WS-RETURN-CODE
756880             DISPLAY "ERROR: " ARG2 (1:8)
756890                 " is not an active operator"
756900             GO TO 6920-EXIT
756910         END-IF
756920     END-IF
756930     PERFORM 6945-READ-ALERT-FOR-UPDATE THRU 6945-EXIT
756940     IF WS-RETURN-CODE NOT = ZERO
756950         GO TO 6920-EXIT
756960     END-IF
756970     IF ALR-ST-CLOSED
756980         MOVE 42 TO WS-RETURN-CODE
756990         DISPLAY "ERROR: Alert " ALR-ID " is closed"
757000         GO TO 6920-CLOSE
757010     END-IF
757020     MOVE ARG2 (1:8)      TO ALR-ASSIGNEE
757030     MOVE WS-CURRENT-DATE TO ALR-ASSIGN-DATE
757040     IF NOT ALR-ST-ESCALATED
757050         MOVE "A" TO ALR-STATUS
757060     END-IF
757070     IF ARG3 NOT = SPACES
757080         MOVE ARG3 TO ALR-NOTE
757090     END-IF
757100     PERFORM 6948-REWRITE-ALERT THRU 6948-EXIT
757110     IF WS-RETURN-CODE = ZERO
757120         DISPLAY "Alert " ALR-ID " assigned to " ALR-ASSIGNEE
757130     END-IF.
757140 6920-CLOSE.
757150     CLOSE ALERT-FILE.
757160 6920-EXIT.
757170     EXIT.
757180
757190*****************************************************************
757200*    6930-ESCALATE-ALERT - ARG1 = ALERT ID, ARG2 = OPTIONAL NOTE.
757210*    RECORDS THE SIGNED-ON OPERATOR AS THE ONE WHO ESCALATED IT.
757220*****************************************************************
757230 6930-ESCALATE-ALERT.
757240     MOVE ZERO TO WS-RETURN-CODE
757250     IF ARG1 = SPACES
757260         MOVE 6 TO WS-RETURN-CODE
757270         DISPLAY "ERROR: Usage is ESCALATE_ALERT alert-id [note]"
757280         GO TO 6930-EXIT
757290     END-IF
757300     PERFORM 6945-READ-ALERT-FOR-UPDATE THRU 6945-EXIT
757310     IF WS-RETURN-CODE NOT = ZERO
757320         GO TO 6930-EXIT
757330     END-IF
757340     IF ALR-ST-CLOSED
757350         MOVE 42 TO WS-RETURN-CODE
757360         DISPLAY "ERROR: Alert " ALR-ID " is closed"
757370         GO TO 6930-CLOSE
757380     END-IF
757390     IF ALR-ST-ESCALATED
757400         MOVE 42 TO WS-RETURN-CODE
757410         DISPLAY "ERROR: Alert " ALR-ID " is already escalated"
757420         GO TO 6930-CLOSE
757430     END-IF
757440     MOVE "E"             TO ALR-STATUS
757450     MOVE "Y"             TO ALR-ESC-FLAG
757460     MOVE WS-CURRENT-DATE TO ALR-ESC-DATE
757470     MOVE WS-SIGNON-OPER  TO ALR-ESC-OPER
757480     IF ARG2 NOT = SPACES
757490         MOVE ARG2 TO ALR-NOTE
757500     END-IF
757510     PERFORM 6948-REWRITE-ALERT THRU 6948-EXIT
757520     IF WS-RETURN-CODE = ZERO
757530         DISPLAY "Alert " ALR-ID " escalated"
757540     END-IF.
757550 6930-CLOSE.
757560     CLOSE ALERT-FILE.
757570 6930-EXIT.
757580     EXIT.
757590
757600*****************************************************************
757610*    6940-CLOSE-ALERT - ARG1 = ALERT ID, ARG2 = DISPOSITION (N =
757620*    NO FURTHER ACTION, S = SUSPICIOUS ACTIVITY REPORTED), ARG3 =
757630*    THE DISPOSITION NOTE, WHICH IS REQUIRED.
757640*****************************************************************
757650 6940-CLOSE-ALERT.
757660     MOVE ZERO TO WS-RETURN-CODE
757670     IF ARG1 = SPACES OR ARG2 = SPACES OR ARG3 = SPACES
757680         MOVE 6 TO WS-RETURN-CODE
757690         DISPLAY "ERROR: Usage is CLOSE_ALERT alert-id N|S note"
757700         GO TO 6940-EXIT
757710     END-IF
757720     IF ARG2 NOT = "N" AND ARG2 NOT = "S"
757730         MOVE 42 TO WS-RETURN-CODE
757740         DISPLAY "ERROR: Disposition must be N (no further "
757750             "action) or S (suspicious activity reported)"
757760         GO TO 6940-EXIT
757770     END-IF
757780     PERFORM 6945-READ-ALERT-FOR-UPDATE THRU 6945-EXIT
757790     IF WS-RETURN-CODE NOT = ZERO
757800         GO TO 6940-EXIT
757810     END-IF
757820     IF ALR-ST-CLOSED
757830         MOVE 42 TO WS-RETURN-CODE
757840         DISPLAY "ERROR: Alert " ALR-ID " is already closed"
757850         GO TO 6940-CLOSE
757860     END-IF
757870     MOVE "C"             TO ALR-STATUS
757880     MOVE ARG2 (1:1)      TO ALR-DISPOSITION
757890     MOVE WS-CURRENT-DATE TO ALR-CLOSE-DATE
757900     MOVE WS-SIGNON-OPER  TO ALR-CLOSE-OPER
757910     MOVE ARG3            TO ALR-NOTE
757920     PERFORM 6948-REWRITE-ALERT THRU 6948-EXIT
757930     IF WS-RETURN-CODE = ZERO
757940         DISPLAY "Alert " ALR-ID " closed, disposition "
757950             ALR-DISPOSITION
757960     END-IF.
757970 6940-CLOSE.
757980     CLOSE ALERT-FILE.
757990 6940-EXIT.
758000     EXIT.
758010
758020*****************************************************************
758030*    6945-READ-ALERT-FOR-UPDATE - OPEN LGALRT I-O AND READ THE
758040*    ALERT NAMED IN ARG1.  ON SUCCESS THE FILE IS LEFT OPEN FOR
758050*    THE CALLER TO REWRITE AND CLOSE.
758060*****************************************************************
758070 6945-READ-ALERT-FOR-UPDATE.
758080     MOVE FUNCTION NUMVAL(ARG1) TO WS-ALR-W-ID
758090     OPEN I-O ALERT-FILE
758100     IF WS-ALRT-STATUS = "35"
758110         MOVE 42 TO WS-RETURN-CODE
758120         DISPLAY "ERROR: No alert cases on file"
758130         GO TO 6945-EXIT
758140     END-IF
758150     IF WS-ALRT-STATUS NOT = "00"
758160         MOVE 8 TO WS-RETURN-CODE
758170         DISPLAY "ERROR: Unable to open alert case file"
758180         GO TO 6945-EXIT
758190     END-IF
758200     MOVE WS-ALR-W-ID TO ALR-ID
758210     READ ALERT-FILE
758220         INVALID KEY
758230             MOVE 42 TO WS-RETURN-CODE
758240             DISPLAY "ERROR: Alert not found: " ARG1 (1:8)
758250             CLOSE ALERT-FILE
758260     END-READ.
758270 6945-EXIT.
758280     EXIT.
758290
758300 6948-REWRITE-ALERT.
758310     REWRITE ALR-RECORD
758320     IF WS-ALRT-STATUS NOT = "00"
758330         MOVE 8 TO WS-RETURN-CODE
758340         DISPLAY "ERROR: Alert case rewrite failed, status "
758350             WS-ALRT-STATUS
758360     END-IF.
758370 6948-EXIT.
758380     EXIT.
758390
758400*****************************************************************
758410*    6950-AML-REPORT - ALERT VOLUMES AND OUTCOMES BY RULE FOR THE
758420*    ALERTS RAISED IN THE MONTH ARG1 (YYYYMM, DEFAULT THE
758430*    BUSINESS DATE'S MONTH): HOW MANY EACH RULE RAISED, HOW MANY
758440*    ARE STILL OPEN OR ASSIGNED, AND HOW MANY WERE CLOSED AS
758450*    CLEARED (N) OR REPORTED (S).  ESCALATED COUNTS EVERY ALERT
758460*    EVER ESCALATED, WHETHER OR NOT IT IS CLOSED NOW.
758470*****************************************************************
758480 6950-AML-REPORT.
758490     MOVE ZERO TO WS-RETURN-CODE
758500     IF ARG1 = SPACES
758510         DIVIDE WS-CURRENT-DATE BY 100 GIVING WS-AMR-MONTH
758520     ELSE
758530         IF ARG1 (1:6) IS NOT NUMERIC
758540             OR ARG1 (7:) NOT = SPACES
758550             OR ARG1 (5:2) < "01"
758560             OR ARG1 (5:2) > "12"
758570             MOVE 6 TO WS-RETURN-CODE
758580             DISPLAY "ERROR: Usage is AML_REPORT [month YYYYMM]"
758590             GO TO 6950-EXIT
758600         END-IF
758610         MOVE ARG1 (1:6) TO WS-AMR-MONTH
758620     END-IF
758630     MOVE WS-AML-RULE-DEFAULTS TO WS-AML-RULE-TABLE
758640     INITIALIZE WS-AMR-TABLE
758650     MOVE "N" TO WS-ALR-EOF-SW
758660     OPEN INPUT ALERT-FILE
758670     IF WS-ALRT-STATUS = "35"
758680         MOVE "Y" TO WS-ALR-EOF-SW
758690     ELSE
758700         IF WS-ALRT-STATUS NOT = "00"
758710             MOVE 8 TO WS-RETURN-CODE
758720             DISPLAY "ERROR: Unable to open alert case file"
758730             GO TO 6950-EXIT
758740         END-IF
758750         MOVE ZERO TO ALR-ID
758760         START ALERT-FILE KEY IS NOT LESS THAN ALR-ID
758770             INVALID KEY
758780                 MOVE "Y" TO WS-ALR-EOF-SW
758790         END-START
758800         PERFORM 6955-TALLY-ONE-ALERT THRU 6955-EXIT
758810             UNTIL WS-ALR-EOF
758820         CLOSE ALERT-FILE
758830     END-IF
758840
758850     DISPLAY "***** AML ALERT REPORT *****"
758860     DISPLAY "MONTH " WS-AMR-MONTH
758870     DISPLAY "RULE   RAISED   OPEN ASSIGNED ESCALATED CLEARED "
758880         "REPORTED"
758890     MOVE ZERO TO WS-AMR-IDX
758900     PERFORM 6958-PRINT-RULE-LINE THRU 6958-EXIT
758910         UNTIL WS-AMR-IDX NOT < WS-AMR-TOTAL-ROW.
758920 6950-EXIT.
758930     EXIT.
758940
758950 6955-TALLY-ONE-ALERT.
758960     READ ALERT-FILE NEXT RECORD
758970         AT END
758980             MOVE "Y" TO WS-ALR-EOF-SW
758990             GO TO 6955-EXIT
759000     END-READ
759010     DIVIDE ALR-SCAN-DATE BY 100 GIVING WS-AMR-ALR-MONTH
759020     IF WS-AMR-ALR-MONTH NOT = WS-AMR-MONTH
759030         GO TO 6955-EXIT
759040     END-IF
759050     MOVE ZERO TO WS-AML-RULE-IDX
759060     MOVE "N"  TO WS-FOUND-SW
759070     PERFORM 6956-FIND-ALERT-RULE THRU 6956-EXIT
759080         UNTIL WS-FOUND OR WS-AML-RULE-IDX NOT < WS-AML-RULE-MAX
759090     IF WS-NOT-FOUND
759100         GO TO 6955-EXIT
759110     END-IF
759120     MOVE WS-AML-RULE-IDX TO WS-AMR-IDX
759130     PERFORM 6957-ADD-ALERT-COUNTS THRU 6957-EXIT
759140     MOVE WS-AMR-TOTAL-ROW TO WS-AMR-IDX
759150     PERFORM 6957-ADD-ALERT-COUNTS THRU 6957-EXIT.
759160 6955-EXIT.
759170     EXIT.
759180
759190 6956-FIND-ALERT-RULE.
759200     ADD 1 TO WS-AML-RULE-IDX
759210     IF WS-AML-R-CODE (WS-AML-RULE-IDX) = ALR-RULE
759220         MOVE "Y" TO WS-FOUND-SW
759230     END-IF.
759240 6956-EXIT.
759250     EXIT.
759260
759270 6957-ADD-ALERT-COUNTS.
759280     ADD 1 TO WS-AMR-RAISED (WS-AMR-IDX)
759290     EVALUATE TRUE
759300         WHEN ALR-ST-OPEN
759310             ADD 1 TO WS-AMR-OPEN (WS-AMR-IDX)
759320         WHEN ALR-ST-ASSIGNED
759330             ADD 1 TO WS-AMR-ASSIGNED (WS-AMR-IDX)
759340         WHEN ALR-ST-CLOSED AND ALR-DISP-CLEARED
759350             ADD 1 TO WS-AMR-CLEARED (WS-AMR-IDX)
759360         WHEN ALR-ST-CLOSED
759370             ADD 1 TO WS-AMR-REPORTED (WS-AMR-IDX)
759380     END-EVALUATE
759390     IF ALR-WAS-ESCALATED
759400         ADD 1 TO WS-AMR-ESCALATED (WS-AMR-IDX)
759410     END-IF.
759420 6957-EXIT.
759430     EXIT.
759440
759450 6958-PRINT-RULE-LINE.
759460     ADD 1 TO WS-AMR-IDX
759470     IF WS-AMR-IDX = WS-AMR-TOTAL-ROW
759480         MOVE "TOTAL" TO WS-AMR-LABEL
759490     ELSE
759500         MOVE WS-AML-R-CODE (WS-AMR-IDX) TO WS-AMR-LABEL
759510     END-IF
759520     DISPLAY WS-AMR-LABEL "  " WS-AMR-RAISED (WS-AMR-IDX)
759530         " " WS-AMR-OPEN (WS-AMR-IDX)
759540         "   " WS-AMR-ASSIGNED (WS-AMR-IDX)
759550         "    " WS-AMR-ESCALATED (WS-AMR-IDX)
759560         "  " WS-AMR-CLEARED (WS-AMR-IDX)
759570         "   " WS-AMR-REPORTED (WS-AMR-IDX).
759580 6958-EXIT.
759590     EXIT.
759600
759610*****************************************************************
759620*    4500-SET-FX-REVAL - NAME THE BASE CURRENCY AND THE FX GAIN,
759630*    FX LOSS AND REVALUATION RESERVE ACCOUNTS THE MONTH-END
759640*    REVALUATION POSTS TO.  ARG1 = BASE CURRENCY, ARG2 = GAIN,
759650*    ARG3 = LOSS, ARG4 = RESERVE.  THE ACCOUNTS MUST BE ON FILE,
759660*    NOT CLOSED, AND HELD IN THE BASE CURRENCY; GAIN AND LOSS MAY
759670*    BE ONE ACCOUNT, BUT THE RESERVE MUST BE ANOTHER.  WITH NO
759680*    ARGUMENTS THE SETUP IS SHOWN.  A MONTH ALREADY POSTING KEEPS
759690*    THE SETUP IT STARTED WITH (ON ITS "H" RECORD), SO ITS
759700*    REVERSAL IS NOT DISTURBED BY A CHANGE HERE.
759710*****************************************************************
759720 4500-SET-FX-REVAL.
759730     MOVE ZERO TO WS-RETURN-CODE
759740     IF ARG1 = SPACES
759750         PERFORM 4505-SHOW-FX-SETUP THRU 4505-EXIT
759760         GO TO 4500-EXIT
759770     END-IF
759780     IF ARG2 = SPACES OR ARG3 = SPACES OR ARG4 = SPACES
759790         OR ARG1 (4:) NOT = SPACES
759800         MOVE 6 TO WS-RETURN-CODE
759810         DISPLAY "ERROR: Usage is SET_FX_REVAL base-ccy "
759820             "gain-acct loss-acct reserve-acct"
759830         GO TO 4500-EXIT
759840     END-IF
759850     IF ARG4 = ARG2 OR ARG4 = ARG3
759860         MOVE 43 TO WS-RETURN-CODE
759870         DISPLAY "ERROR: The reserve account must differ from "
759880             "the gain and loss accounts"
759890         GO TO 4500-EXIT
759900     END-IF
759910     MOVE ARG1 (1:3) TO WS-FXR-BASE-CCY
759920     OPEN INPUT ACCOUNT-MASTER-FILE
759930     IF WS-ACCT-STATUS NOT = "00"
759940         MOVE 8 TO WS-RETURN-CODE
759950         DISPLAY "ERROR: Unable to open account master file"
759960         GO TO 4500-EXIT
759970     END-IF
759980     MOVE ARG2 TO WS-FXR-CHECK-ACCT
759990     PERFORM 4506-CHECK-FX-ACCOUNT THRU 4506-EXIT
760000     IF WS-RETURN-CODE = ZERO
760010         MOVE ARG3 TO WS-FXR-CHECK-ACCT
760020         PERFORM 4506-CHECK-FX-ACCOUNT THRU 4506-EXIT
760030     END-IF
760040     IF WS-RETURN-CODE = ZERO
760050         MOVE ARG4 TO WS-FXR-CHECK-ACCT
760060         PERFORM 4506-CHECK-FX-ACCOUNT THRU 4506-EXIT
760070     END-IF
760080     CLOSE ACCOUNT-MASTER-FILE
760090     IF WS-RETURN-CODE NOT = ZERO
760100         GO TO 4500-EXIT
760110     END-IF
760120
760130     PERFORM 4518-OPEN-REVAL-FILE THRU 4518-EXIT
760140     IF WS-RETURN-CODE NOT = ZERO
760150         GO TO 4500-EXIT
760160     END-IF
760170     MOVE "S"    TO REV-TYPE
760180     MOVE SPACES TO REV-QUAL
760190     MOVE "N"    TO WS-FOUND-SW
760200     READ REVAL-FILE
760210         INVALID KEY
760220             CONTINUE
760230         NOT INVALID KEY
760240             MOVE "Y" TO WS-FOUND-SW
760250     END-READ
760260     INITIALIZE REV-RECORD
760270     MOVE "S"             TO REV-TYPE
760280     MOVE SPACES          TO REV-QUAL
760290     MOVE WS-FXR-BASE-CCY TO REV-BASE-CCY
760300     MOVE ARG2            TO REV-GAIN-ACCT
760310     MOVE ARG3            TO REV-LOSS-ACCT
760320     MOVE ARG4            TO REV-RSV-ACCT
760330     MOVE WS-CURRENT-DATE TO REV-POST-DATE
760340     IF WS-FOUND
760350         REWRITE REV-RECORD
760360     ELSE
760370         WRITE REV-RECORD
760380     END-IF
760390     IF WS-REVL-STATUS NOT = "00"
760400         MOVE 8 TO WS-RETURN-CODE
760410         DISPLAY "ERROR: FX revaluation setup not saved, status "
760420             WS-REVL-STATUS
760430     ELSE
760440         DISPLAY "FX revaluation setup saved"
760450         PERFORM 4507-DISPLAY-FX-SETUP THRU 4507-EXIT
760460     END-IF
760470     CLOSE REVAL-FILE.
760480 4500-EXIT.
760490     EXIT.
760500
760510 4505-SHOW-FX-SETUP.
760520     OPEN INPUT REVAL-FILE
760530     IF WS-REVL-STATUS = "35"
760540         DISPLAY "No FX revaluation setup - use SET_FX_REVAL"
760550         GO TO 4505-EXIT
760560     END-IF
760570     IF WS-REVL-STATUS NOT = "00"
760580         MOVE 8 TO WS-RETURN-CODE
760590         DISPLAY "ERROR: Unable to open FX revaluation file"
760600         GO TO 4505-EXIT
760610     END-IF
760620     MOVE "S"    TO REV-TYPE
760630     MOVE SPACES TO REV-QUAL
760640     READ REVAL-FILE
760650         INVALID KEY
760660             DISPLAY "No FX revaluation setup - use SET_FX_REVAL"
760670         NOT INVALID KEY
760680             PERFORM 4507-DISPLAY-FX-SETUP THRU 4507-EXIT
760690             DISPLAY "LAST SET         " REV-POST-DATE
760700     END-READ
760710     CLOSE REVAL-FILE.
760720 4505-EXIT.
760730     EXIT.
760740
760750*    ONE OF THE SETUP'S ACCOUNTS (WS-FXR-CHECK-ACCT) - THE ACCOUNT
760760*    MASTER MUST BE OPEN.
760770 4506-CHECK-FX-ACCOUNT.
760780     MOVE WS-FXR-CHECK-ACCT TO ACCT-ID
760790     READ ACCOUNT-MASTER-FILE
760800         INVALID KEY
760810             MOVE 3 TO WS-RETURN-CODE
760820             DISPLAY "ERROR: Account not found: "
760830                 WS-FXR-CHECK-ACCT
760840             GO TO 4506-EXIT
760850     END-READ
760860     IF ACCT-ST-CLOSED
760870         MOVE 43 TO WS-RETURN-CODE
760880         DISPLAY "ERROR: Account is closed: " WS-FXR-CHECK-ACCT
760890         GO TO 4506-EXIT
760900     END-IF
760910     IF ACCT-CURRENCY NOT = WS-FXR-BASE-CCY
760920         MOVE 43 TO WS-RETURN-CODE
760930         DISPLAY "ERROR: Account is held in " ACCT-CURRENCY
760940             ", not the base currency: " WS-FXR-CHECK-ACCT
760950     END-IF.
760960 4506-EXIT.
760970     EXIT.
760980
760990 4507-DISPLAY-FX-SETUP.
761000     DISPLAY "BASE CURRENCY    " REV-BASE-CCY
761010     DISPLAY "FX GAIN ACCOUNT  " REV-GAIN-ACCT
761020     DISPLAY "FX LOSS ACCOUNT  " REV-LOSS-ACCT
761030     DISPLAY "RESERVE ACCOUNT  " REV-RSV-ACCT.
761040 4507-EXIT.
761050     EXIT.
761060
761070*****************************************************************
761080*    4510-FX-REVALUATION - MONTH-END FX REVALUATION.  ARG1 =
761090*    MONTH (YYYYMM, DEFAULT THE BUSINESS DATE'S), RUN ON OR
761100*    AFTER ITS LAST BUSINESS DAY.  EVERY FOREIGN-CURRENCY ACCOUNT
761110*    IS VALUED IN THE BASE CURRENCY AT THE MONTH-END LGRATE RATE
761120*    AND AT THE RATE OF ITS CURRENCY'S LAST REVALUATION, AND EACH
761130*    CURRENCY'S NET CHANGE IS POSTED AS A SYSTEM-GENERATED ENTRY
761140*    (SOURCE X) - A GAIN FROM THE RESERVE TO THE FX GAIN ACCOUNT,
761150*    A LOSS FROM THE FX LOSS ACCOUNT TO THE RESERVE - THEN THE
761160*    REPORT IS PRINTED.  THE MONTH'S "H" RECORD ON LGREVAL STOPS
761170*    A SECOND RUN POSTING AGAIN (CODE 43); A RUN INTERRUPTED
761180*    WHILE VALUING STARTS AGAIN, ONE INTERRUPTED WHILE POSTING
761190*    FINISHES THE CURRENCIES NOT YET POSTED.
761200*****************************************************************
761210 4510-FX-REVALUATION.
761220     MOVE ZERO TO WS-RETURN-CODE
761230     MOVE ZERO TO WS-FXR-ACCT-CT WS-FXR-POSTED-CT
761240     DIVIDE WS-CURRENT-DATE BY 100 GIVING WS-FXR-BUS-MONTH
761250     IF ARG1 = SPACES
761260         MOVE WS-FXR-BUS-MONTH TO WS-FXR-MONTH
761270     ELSE
761280         PERFORM 4514-PARSE-FX-MONTH THRU 4514-EXIT
761290         IF WS-RETURN-CODE NOT = ZERO
761300             DISPLAY "ERROR: Usage is FX_REVAL [month YYYYMM]"
761310             GO TO 4510-EXIT
761320         END-IF
761330     END-IF
761340     IF WS-FXR-MONTH > WS-FXR-BUS-MONTH
761350         MOVE 43 TO WS-RETURN-CODE
761360         DISPLAY "ERROR: Month " WS-FXR-MONTH " is after the "
761370             "business date " WS-CURRENT-DATE
761380         GO TO 4510-EXIT
761390     END-IF
761400     PERFORM 4515-SET-MONTH-DATES THRU 4515-EXIT
761410     PERFORM 4517-SET-BUSINESS-DAYS THRU 4517-EXIT
761420     IF WS-RETURN-CODE NOT = ZERO
761430         GO TO 4510-EXIT
761440     END-IF
761450     IF WS-CURRENT-DATE < WS-FXR-LAST-BUS-DAY
761460         MOVE 43 TO WS-RETURN-CODE
761470         DISPLAY "ERROR: Month " WS-FXR-MONTH " cannot be "
761480             "revalued before its last business day "
761490             WS-FXR-LAST-BUS-DAY
761500         GO TO 4510-EXIT
761510     END-IF
761520     IF WS-CURRENT-DATE > WS-FXR-MONTH-END
761530         DISPLAY "WARNING: Business date " WS-CURRENT-DATE
761540             " is past the month end - revaluation postings "
761550             "carry that date"
761560     END-IF
761570     PERFORM 4518-OPEN-REVAL-FILE THRU 4518-EXIT
761580     IF WS-RETURN-CODE NOT = ZERO
761590         GO TO 4510-EXIT
761600     END-IF
761610     PERFORM 4512-CLAIM-FX-MONTH THRU 4512-EXIT
761620     IF WS-RETURN-CODE NOT = ZERO
761630         CLOSE REVAL-FILE
761640         GO TO 4510-EXIT
761650     END-IF
761660     IF WS-FXR-STATE = "W"
761670         PERFORM 4520-VALUE-FX-MONTH THRU 4520-EXIT
761680         IF WS-RETURN-CODE NOT = ZERO
761690             CLOSE REVAL-FILE
761700             DISPLAY "FX revaluation of " WS-FXR-MONTH
761710                 " not posted - run FX_REVAL again once corrected"
761720             GO TO 4510-EXIT
761730         END-IF
761740     END-IF
761750     PERFORM 4540-POST-FX-MONTH THRU 4540-EXIT
761760     IF WS-RETURN-CODE NOT = ZERO
761770         CLOSE REVAL-FILE
761780         DISPLAY "FX revaluation of " WS-FXR-MONTH
761790             " stopped part way - run FX_REVAL again to finish it"
761800         GO TO 4510-EXIT
761810     END-IF
761820     PERFORM 4610-PRINT-FX-MONTH THRU 4610-EXIT
761830     CLOSE REVAL-FILE.
761840 4510-EXIT.
761850     EXIT.
761860
761870*****************************************************************
761880*    4512-CLAIM-FX-MONTH - THE SETUP, AND THE MONTH'S "H" RECORD:
761890*    WRITTEN IN STATE W WITH A COPY OF THE SETUP ON A FIRST RUN;
761900*    TAKEN UP AGAIN AFTER AN INTERRUPTION (W = STILL VALUING, SO
761910*    IT STARTS AGAIN UNDER THE SETUP AS IT NOW STANDS; P = PART
761920*    POSTED, SO POSTING GOES ON UNDER THE SETUP IT BEGAN WITH);
761930*    REFUSED (CODE 43) ONCE THE MONTH HAS BEEN POSTED.
761940*****************************************************************
761950 4512-CLAIM-FX-MONTH.
761960     MOVE "S"    TO REV-TYPE
761970     MOVE SPACES TO REV-QUAL
761980     READ REVAL-FILE
761990         INVALID KEY
762000             MOVE 43 TO WS-RETURN-CODE
762010             DISPLAY "ERROR: No FX revaluation setup - use "
762020                 "SET_FX_REVAL first"
762030             GO TO 4512-EXIT
762040     END-READ
762050     MOVE REV-BASE-CCY  TO WS-FXR-BASE-CCY
762060     MOVE REV-GAIN-ACCT TO WS-FXR-GAIN-ACCT
762070     MOVE REV-LOSS-ACCT TO WS-FXR-LOSS-ACCT
762080     MOVE REV-RSV-ACCT  TO WS-FXR-RSV-ACCT
762090     PERFORM 4516-READ-FX-MONTH THRU 4516-EXIT
762100     IF WS-FOUND
762110         GO TO 4512-RESUME
762120     END-IF
762130     INITIALIZE REV-RECORD
762140     MOVE "H"              TO REV-TYPE
762150     MOVE SPACES           TO REV-QUAL
762160     MOVE WS-FXR-MONTH     TO REV-M-MONTH
762170     MOVE WS-FXR-BASE-CCY  TO REV-BASE-CCY
762180     MOVE WS-FXR-GAIN-ACCT TO REV-GAIN-ACCT
762190     MOVE WS-FXR-LOSS-ACCT TO REV-LOSS-ACCT
762200     MOVE WS-FXR-RSV-ACCT  TO REV-RSV-ACCT
762210     MOVE "W"              TO REV-STATE
762220     WRITE REV-RECORD
762230     IF WS-REVL-STATUS NOT = "00"
762240         MOVE 8 TO WS-RETURN-CODE
762250         DISPLAY "ERROR: Unable to record the FX revaluation, "
762260             "status " WS-REVL-STATUS
762270         GO TO 4512-EXIT
762280     END-IF
762290     MOVE "W" TO WS-FXR-STATE
762300     GO TO 4512-EXIT.
762310 4512-RESUME.
762320     MOVE REV-STATE TO WS-FXR-STATE
762330     EVALUATE TRUE
762340         WHEN REV-ST-VALUING
762350             MOVE WS-FXR-BASE-CCY  TO REV-BASE-CCY
762360             MOVE WS-FXR-GAIN-ACCT TO REV-GAIN-ACCT
762370             MOVE WS-FXR-LOSS-ACCT TO REV-LOSS-ACCT
762380             MOVE WS-FXR-RSV-ACCT  TO REV-RSV-ACCT
762390             REWRITE REV-RECORD
762400             IF WS-REVL-STATUS NOT = "00"
762410                 MOVE 8 TO WS-RETURN-CODE
762420                 DISPLAY "ERROR: Unable to record the FX "
762430                     "revaluation, status " WS-REVL-STATUS
762440                 GO TO 4512-EXIT
762450             END-IF
762460             DISPLAY "Interrupted FX revaluation of " WS-FXR-MONTH
762470                 " run again from the start"
762480         WHEN REV-ST-POSTING
762490             MOVE REV-BASE-CCY  TO WS-FXR-BASE-CCY
762500             MOVE REV-GAIN-ACCT TO WS-FXR-GAIN-ACCT
762510             MOVE REV-LOSS-ACCT TO WS-FXR-LOSS-ACCT
762520             MOVE REV-RSV-ACCT  TO WS-FXR-RSV-ACCT
762530             DISPLAY "Interrupted FX revaluation of " WS-FXR-MONTH
762540                 " - posting resumes"
762550         WHEN OTHER
762560             MOVE 43 TO WS-RETURN-CODE
762570             DISPLAY "ERROR: FX revaluation of " WS-FXR-MONTH
762580                 " already posted on " REV-POST-DATE
762590     END-EVALUATE.
762600 4512-EXIT.
762610     EXIT.
762620
762630*    A MONTH ARGUMENT (YYYYMM) INTO WS-FXR-MONTH; CODE 6 IF BAD.
762640 4514-PARSE-FX-MONTH.
762650     IF ARG1 (1:6) IS NOT NUMERIC
762660         OR ARG1 (7:) NOT = SPACES
762670         OR ARG1 (5:2) < "01"
762680         OR ARG1 (5:2) > "12"
762690         MOVE 6 TO WS-RETURN-CODE
762700         GO TO 4514-EXIT
762710     END-IF
762720     MOVE ARG1 (1:6) TO WS-FXR-MONTH.
762730 4514-EXIT.
762740     EXIT.
762750
762760*    FROM WS-FXR-MONTH: ITS MONTH-END DATE, AND THE PREVIOUS MONTH
762770*    AND ITS MONTH-END.
762780 4515-SET-MONTH-DATES.
762790     MOVE WS-FXR-MONTH-YY TO WS-ADV-YY
762800     MOVE WS-FXR-MONTH-MM TO WS-ADV-MM
762810     PERFORM 7360-DAYS-IN-MONTH THRU 7360-EXIT
762820     COMPUTE WS-FXR-MONTH-END = WS-FXR-MONTH * 100 + WS-ADV-MAX-DD
762830     IF WS-FXR-MONTH-MM = 1
762840         COMPUTE WS-FXR-PRIOR-YY = WS-FXR-MONTH-YY - 1
762850         MOVE 12 TO WS-FXR-PRIOR-MM
762860     ELSE
762870         MOVE WS-FXR-MONTH-YY TO WS-FXR-PRIOR-YY
762880         COMPUTE WS-FXR-PRIOR-MM = WS-FXR-MONTH-MM - 1
762890     END-IF
762900     MOVE WS-FXR-PRIOR-YY TO WS-ADV-YY
762910     MOVE WS-FXR-PRIOR-MM TO WS-ADV-MM
762920     PERFORM 7360-DAYS-IN-MONTH THRU 7360-EXIT
762930     COMPUTE WS-FXR-PRIOR-END =
762940         WS-FXR-PRIOR-MONTH * 100 + WS-ADV-MAX-DD.
762950 4515-EXIT.
762960     EXIT.
762970
762980 4516-READ-FX-MONTH.
762990     MOVE "H"          TO REV-TYPE
763000     MOVE SPACES       TO REV-QUAL
763010     MOVE WS-FXR-MONTH TO REV-M-MONTH
763020     MOVE "N"          TO WS-FOUND-SW
763030     READ REVAL-FILE
763040         INVALID KEY
763050             CONTINUE
763060         NOT INVALID KEY
763070             MOVE "Y" TO WS-FOUND-SW
763080     END-READ.
763090 4516-EXIT.
763100     EXIT.
763110
763120*    THE MONTH'S LAST BUSINESS DAY AND THE FIRST BUSINESS DAY OF
763130*    THE MONTH AFTER, FROM THE CALENDAR.
763140 4517-SET-BUSINESS-DAYS.
763150     PERFORM 7365-OPEN-CALENDAR THRU 7365-EXIT
763160     IF WS-RETURN-CODE NOT = ZERO
763170         GO TO 4517-EXIT
763180     END-IF
763190     MOVE WS-FXR-MONTH-END TO WS-CAL-DATE-N
763200     MOVE "B" TO WS-ROLL-DIR
763210     PERFORM 7380-ROLL-TO-BUSINESS-DAY THRU 7380-EXIT
763220     MOVE WS-CAL-DATE-N TO WS-FXR-LAST-BUS-DAY
763230     COMPUTE WS-CAL-DATE-INT =
763240         FUNCTION INTEGER-OF-DATE(WS-FXR-MONTH-END) + 1
763250     MOVE FUNCTION DATE-OF-INTEGER(WS-CAL-DATE-INT)
763260         TO WS-CAL-DATE-N
763270     MOVE "F" TO WS-ROLL-DIR
763280     PERFORM 7380-ROLL-TO-BUSINESS-DAY THRU 7380-EXIT
763290     MOVE WS-CAL-DATE-N TO WS-FXR-FIRST-BUS-DAY
763300     PERFORM 7368-CLOSE-CALENDAR THRU 7368-EXIT.
763310 4517-EXIT.
763320     EXIT.
763330
763340*    OPEN LGREVAL I-O, CREATING IT ON FIRST USE.
763350 4518-OPEN-REVAL-FILE.
763360     OPEN I-O REVAL-FILE
763370     IF WS-REVL-STATUS = "35"
763380         OPEN OUTPUT REVAL-FILE
763390         IF WS-REVL-STATUS = "00"
763400             CLOSE REVAL-FILE
763410             OPEN I-O REVAL-FILE
763420         END-IF
763430     END-IF
763440     IF WS-REVL-STATUS NOT = "00"
763450         MOVE 8 TO WS-RETURN-CODE
763460         DISPLAY "ERROR: Unable to open FX revaluation file"
763470     END-IF.
763480 4518-EXIT.
763490     EXIT.
763500
763510*    THE LAST JOURNAL SEQUENCE ISSUED, INTO WS-NEXT-SEQ.
763520 4519-READ-JOURNAL-CEILING.
763530     OPEN INPUT CONTROL-FILE
763540     IF WS-CTL-STATUS NOT = "00"
763550         MOVE 8 TO WS-RETURN-CODE
763560         DISPLAY "ERROR: Unable to open control file"
763570         GO TO 4519-EXIT
763580     END-IF
763590     PERFORM 6410-READ-CURRENT-SEQUENCE THRU 6410-EXIT
763600     CLOSE CONTROL-FILE.
763610 4519-EXIT.
763620     EXIT.
763630
763640*****************************************************************
763650*    4520-VALUE-FX-MONTH - CLEAR WHATEVER AN INTERRUPTED RUN LEFT,
763660*    VALUE EVERY FOREIGN-CURRENCY ACCOUNT (ONE "A" RECORD EACH),
763670*    WRITE THE CURRENCY TOTALS ("C"), AND MOVE THE MONTH TO STATE
763680*    P WITH THE JOURNAL SEQUENCE ITS POSTING STARTS AFTER.  A
763690*    CURRENCY WITH NO MONTH-END RATE STOPS THE RUN HERE, BEFORE
763700*    ANYTHING POSTS (CODE 43).  BASE-CURRENCY ACCOUNTS ARE ONLY
763710*    TOTALLED, FOR THE LEDGER POSITION; EMPTY BALANCES ARE
763720*    PASSED OVER.
763730*****************************************************************
763740 4520-VALUE-FX-MONTH.
763750     PERFORM 4521-CLEAR-FX-MONTH THRU 4521-EXIT
763760     MOVE ZERO TO WS-FXR-CCY-COUNT WS-FXR-NO-RATE-CT
763770     MOVE ZERO TO WS-FXR-BASE-BAL WS-FXR-POSITION
763780     MOVE ZERO TO WS-FXR-NET-CHANGE
763790     OPEN INPUT ACCOUNT-MASTER-FILE
763800     IF WS-ACCT-STATUS NOT = "00"
763810         MOVE 8 TO WS-RETURN-CODE
763820         DISPLAY "ERROR: Unable to open account master file"
763830         GO TO 4520-EXIT
763840     END-IF
763850     OPEN INPUT RATE-FILE
763860     IF WS-RATE-STATUS NOT = "00"
763870         MOVE 8 TO WS-RETURN-CODE
763880         DISPLAY "ERROR: Unable to open rate file"
763890         CLOSE ACCOUNT-MASTER-FILE
763900         GO TO 4520-EXIT
763910     END-IF
763920     MOVE "N" TO WS-EOF-SW
763930     MOVE LOW-VALUES TO ACCT-ID
763940     START ACCOUNT-MASTER-FILE KEY IS NOT LESS THAN ACCT-ID
763950         INVALID KEY
763960             MOVE "Y" TO WS-EOF-SW
763970     END-START
763980     PERFORM 4525-VALUE-ONE-ACCOUNT THRU 4525-EXIT
763990         UNTIL WS-EOF OR WS-RETURN-CODE NOT = ZERO
764000     CLOSE ACCOUNT-MASTER-FILE
764010     CLOSE RATE-FILE
764020     IF WS-RETURN-CODE NOT = ZERO
764030         GO TO 4520-EXIT
764040     END-IF
764050     IF WS-FXR-NO-RATE-CT > ZERO
764060         MOVE 43 TO WS-RETURN-CODE
764070         DISPLAY "ERROR: " WS-FXR-NO-RATE-CT " currency(ies) "
764080             "without a month-end rate - load them and rerun"
764090         GO TO 4520-EXIT
764100     END-IF
764110     MOVE ZERO TO WS-FXR-CCY-IDX
764120     PERFORM 4532-WRITE-CURRENCY-TOTAL THRU 4532-EXIT
764130         UNTIL WS-FXR-CCY-IDX >= WS-FXR-CCY-COUNT
764140         OR WS-RETURN-CODE NOT = ZERO
764150     IF WS-RETURN-CODE NOT = ZERO
764160         GO TO 4520-EXIT
764170     END-IF
764180     PERFORM 4519-READ-JOURNAL-CEILING THRU 4519-EXIT
764190     IF WS-RETURN-CODE NOT = ZERO
764200         GO TO 4520-EXIT
764210     END-IF
764220     PERFORM 4516-READ-FX-MONTH THRU 4516-EXIT
764230     MOVE WS-FXR-BASE-BAL   TO REV-BALANCE
764240     COMPUTE REV-BASE-VALUE = WS-FXR-BASE-BAL + WS-FXR-POSITION
764250     MOVE WS-FXR-NET-CHANGE TO REV-CHANGE
764260     MOVE WS-FXR-ACCT-CT    TO REV-COUNT
764270     MOVE ZERO              TO REV-COUNT-2
764280     MOVE WS-NEXT-SEQ       TO REV-START-SEQ
764290     MOVE "P"               TO REV-STATE
764300     REWRITE REV-RECORD
764310     IF WS-REVL-STATUS NOT = "00"
764320         MOVE 8 TO WS-RETURN-CODE
764330         DISPLAY "ERROR: Unable to record the FX valuation, "
764340             "status " WS-REVL-STATUS
764350         GO TO 4520-EXIT
764360     END-IF
764370     MOVE "P" TO WS-FXR-STATE.
764380 4520-EXIT.
764390     EXIT.
764400
764410*    DELETE THE MONTH'S "A" AND "C" RECORDS LEFT BY A RUN THAT WAS
764420*    INTERRUPTED WHILE VALUING - NOTHING OF IT WAS POSTED.
764430 4521-CLEAR-FX-MONTH.
764440     MOVE ZERO TO WS-FXR-PURGE-CT
764450     MOVE "N"  TO WS-FXR-EOF-SW
764460     MOVE "A"          TO REV-TYPE
764470     MOVE LOW-VALUES   TO REV-QUAL
764480     MOVE WS-FXR-MONTH TO REV-M-MONTH
764490     START REVAL-FILE KEY IS NOT LESS THAN REV-KEY
764500         INVALID KEY
764510             MOVE "Y" TO WS-FXR-EOF-SW
764520     END-START
764530     PERFORM 4522-CLEAR-ONE-ACCOUNT-LINE THRU 4522-EXIT
764540         UNTIL WS-FXR-EOF
764550     MOVE "N"        TO WS-FXR-EOF-SW
764560     MOVE "C"        TO REV-TYPE
764570     MOVE LOW-VALUES TO REV-QUAL
764580     START REVAL-FILE KEY IS NOT LESS THAN REV-KEY
764590         INVALID KEY
764600             MOVE "Y" TO WS-FXR-EOF-SW
764610     END-START
764620     PERFORM 4523-CLEAR-ONE-CURRENCY THRU 4523-EXIT
764630         UNTIL WS-FXR-EOF
764640     IF WS-FXR-PURGE-CT > ZERO
764650         DISPLAY WS-FXR-PURGE-CT " valuation record(s) of the "
764660             "interrupted run cleared"
764670     END-IF.
764680 4521-EXIT.
764690     EXIT.
764700
764710 4522-CLEAR-ONE-ACCOUNT-LINE.
764720     READ REVAL-FILE NEXT RECORD
764730         AT END
764740             MOVE "Y" TO WS-FXR-EOF-SW
764750             GO TO 4522-EXIT
764760     END-READ
764770     IF NOT REV-T-ACCOUNT
764780         OR REV-M-MONTH NOT = WS-FXR-MONTH
764790         MOVE "Y" TO WS-FXR-EOF-SW
764800         GO TO 4522-EXIT
764810     END-IF
764820     DELETE REVAL-FILE
764830         INVALID KEY
764840             CONTINUE
764850     END-DELETE
764860     ADD 1 TO WS-FXR-PURGE-CT.
764870 4522-EXIT.
764880     EXIT.
764890
764900 4523-CLEAR-ONE-CURRENCY.
764910     READ REVAL-FILE NEXT RECORD
764920         AT END
764930             MOVE "Y" TO WS-FXR-EOF-SW
764940             GO TO 4523-EXIT
764950     END-READ
764960     IF NOT REV-T-CURRENCY
764970         MOVE "Y" TO WS-FXR-EOF-SW
764980         GO TO 4523-EXIT
764990     END-IF
765000     IF REV-C-MONTH = WS-FXR-MONTH
765010         DELETE REVAL-FILE
765020             INVALID KEY
765030                 CONTINUE
765040         END-DELETE
765050         ADD 1 TO WS-FXR-PURGE-CT
765060     END-IF.
765070 4523-EXIT.
765080     EXIT.
765090
765100*****************************************************************
765110*    4525-VALUE-ONE-ACCOUNT - VALUE ONE FOREIGN-CURRENCY BALANCE
765120*    AT THE MONTH-END RATE AND AT THE RATE IT WAS LAST REVALUED
765130*    AT, WRITE ITS "A" RECORD, AND ADD IT TO ITS CURRENCY'S ROW.
765140*    A CURRENCY'S FIRST VALUATION HAS NO EARLIER RATE: THE CHANGE
765150*    IS ZERO AND THE VALUATION IS ONLY THE BASIS FOR NEXT MONTH.
765160*****************************************************************
765170 4525-VALUE-ONE-ACCOUNT.
765180     READ ACCOUNT-MASTER-FILE NEXT RECORD
765190         AT END
765200             MOVE "Y" TO WS-EOF-SW
765210             GO TO 4525-EXIT
765220     END-READ
765230     IF ACCT-ID = SPACES
765240         GO TO 4525-EXIT
765250     END-IF
765260     IF ACCT-CURRENCY = WS-FXR-BASE-CCY
765270         ADD ACCT-BALANCE TO WS-FXR-BASE-BAL
765280         GO TO 4525-EXIT
765290     END-IF
765300     IF ACCT-BALANCE = ZERO
765310         GO TO 4525-EXIT
765320     END-IF
765330     MOVE ACCT-CURRENCY TO WS-FXR-W-CCY
765340     PERFORM 4526-FIND-FX-CURRENCY THRU 4526-EXIT
765350     IF WS-RETURN-CODE NOT = ZERO
765360         GO TO 4525-EXIT
765370     END-IF
765380*    A CURRENCY WITH NO RATE WAS REPORTED WHEN IT WAS TABLED; ITS
765390*    ACCOUNTS ARE PASSED OVER AND THE RUN WILL NOT POST.
765400     IF WS-FXR-C-DIR (WS-FXR-CCY-IDX) = SPACE
765410         GO TO 4525-EXIT
765420     END-IF
765430     MOVE ACCT-BALANCE TO WS-FXR-BALANCE
765440     MOVE WS-FXR-C-RATE (WS-FXR-CCY-IDX) TO WS-FXR-W-RATE
765450     MOVE WS-FXR-C-DIR (WS-FXR-CCY-IDX)  TO WS-FXR-W-DIR
765460     PERFORM 4530-VALUE-AT-RATE THRU 4530-EXIT
765470     MOVE WS-FXR-VALUE TO WS-FXR-NEW-VALUE
765480     IF WS-FXR-C-PRIOR-DIR (WS-FXR-CCY-IDX) = SPACE
765490         MOVE WS-FXR-NEW-VALUE TO WS-FXR-PRIOR-VALUE
765500     ELSE
765510         MOVE WS-FXR-C-PRIOR-RATE (WS-FXR-CCY-IDX)
765520             TO WS-FXR-W-RATE
765530         MOVE WS-FXR-C-PRIOR-DIR (WS-FXR-CCY-IDX)
765540             TO WS-FXR-W-DIR
765550         PERFORM 4530-VALUE-AT-RATE THRU 4530-EXIT
765560         MOVE WS-FXR-VALUE TO WS-FXR-PRIOR-VALUE
765570     END-IF
765580     COMPUTE WS-FXR-CHANGE = WS-FXR-NEW-VALUE - WS-FXR-PRIOR-VALUE
765590     INITIALIZE REV-RECORD
765600     MOVE "A"                TO REV-TYPE
765610     MOVE SPACES             TO REV-QUAL
765620     MOVE WS-FXR-MONTH       TO REV-M-MONTH
765630     MOVE ACCT-CURRENCY      TO REV-M-CCY
765640     MOVE ACCT-ID            TO REV-M-ACCT
765650     MOVE WS-FXR-BASE-CCY    TO REV-BASE-CCY
765660     MOVE WS-FXR-C-RATE (WS-FXR-CCY-IDX)       TO REV-RATE
765670     MOVE WS-FXR-C-DIR (WS-FXR-CCY-IDX)        TO REV-RATE-DIR
765680     MOVE WS-FXR-C-PRIOR-RATE (WS-FXR-CCY-IDX) TO REV-PRIOR-RATE
765690     MOVE WS-FXR-C-PRIOR-DIR (WS-FXR-CCY-IDX)  TO REV-PRIOR-DIR
765700     MOVE ACCT-BALANCE       TO REV-BALANCE
765710     MOVE WS-FXR-NEW-VALUE   TO REV-BASE-VALUE
765720     MOVE WS-FXR-PRIOR-VALUE TO REV-PRIOR-VALUE
765730     MOVE WS-FXR-CHANGE      TO REV-CHANGE
765740     WRITE REV-RECORD
765750     IF WS-REVL-STATUS NOT = "00"
765760         MOVE 8 TO WS-RETURN-CODE
765770         DISPLAY "ERROR: Unable to record the valuation of "
765780             ACCT-ID ", status " WS-REVL-STATUS
765790         GO TO 4525-EXIT
765800     END-IF
765810     ADD 1 TO WS-FXR-ACCT-CT
765820     ADD 1 TO WS-FXR-C-ACCT-CT (WS-FXR-CCY-IDX)
765830     ADD ACCT-BALANCE       TO WS-FXR-C-BALANCE (WS-FXR-CCY-IDX)
765840     ADD WS-FXR-NEW-VALUE   TO WS-FXR-C-VALUE (WS-FXR-CCY-IDX)
765850     ADD WS-FXR-PRIOR-VALUE TO WS-FXR-C-PRIOR-VAL (WS-FXR-CCY-IDX)
765860     ADD WS-FXR-CHANGE      TO WS-FXR-C-CHANGE (WS-FXR-CCY-IDX).
765870 4525-EXIT.
765880     EXIT.
765890
765900*    THE ROW FOR CURRENCY WS-FXR-W-CCY INTO WS-FXR-CCY-IDX, TABLED
765910*    WITH ITS RATES ON FIRST SIGHT.  A FULL TABLE STOPS THE RUN
765920*    BEFORE ANYTHING POSTS (CODE 12).
765930 4526-FIND-FX-CURRENCY.
765940     MOVE ZERO TO WS-FXR-CCY-IDX
765950     MOVE "N"  TO WS-FOUND-SW
765960     PERFORM 4527-SEARCH-FX-CURRENCY THRU 4527-EXIT
765970         UNTIL WS-FOUND OR WS-FXR-CCY-IDX >= WS-FXR-CCY-COUNT
765980     IF WS-FOUND
765990         GO TO 4526-EXIT
766000     END-IF
766010     IF WS-FXR-CCY-COUNT >= WS-FXR-CCY-MAX
766020         MOVE 12 TO WS-RETURN-CODE
766030         DISPLAY "ERROR: More currencies than the revaluation "
766040             "table holds - nothing posted"
766050         GO TO 4526-EXIT
766060     END-IF
766070     ADD 1 TO WS-FXR-CCY-COUNT
766080     MOVE WS-FXR-CCY-COUNT TO WS-FXR-CCY-IDX
766090     MOVE WS-FXR-W-CCY TO WS-FXR-C-CCY (WS-FXR-CCY-IDX)
766100     MOVE ZERO TO WS-FXR-C-ACCT-CT (WS-FXR-CCY-IDX)
766110                  WS-FXR-C-BALANCE (WS-FXR-CCY-IDX)
766120                  WS-FXR-C-VALUE (WS-FXR-CCY-IDX)
766130                  WS-FXR-C-PRIOR-VAL (WS-FXR-CCY-IDX)
766140                  WS-FXR-C-CHANGE (WS-FXR-CCY-IDX)
766150                  WS-FXR-C-POST-SEQ (WS-FXR-CCY-IDX)
766160                  WS-FXR-C-REV-SEQ (WS-FXR-CCY-IDX)
766170     PERFORM 4528-LOOKUP-FX-RATES THRU 4528-EXIT.
766180 4526-EXIT.
766190     EXIT.
766200
766210 4527-SEARCH-FX-CURRENCY.
766220     ADD 1 TO WS-FXR-CCY-IDX
766230     IF WS-FXR-C-CCY (WS-FXR-CCY-IDX) = WS-FXR-W-CCY
766240         MOVE "Y" TO WS-FOUND-SW
766250     END-IF.
766260 4527-EXIT.
766270     EXIT.
766280
766290*****************************************************************
766300*    4528-LOOKUP-FX-RATES - THE CURRENCY'S MONTH-END RATE TO THE
766310*    BASE CURRENCY, AND THE RATE ITS CHANGE IS MEASURED FROM: THE
766320*    RATE OF ITS LAST EARLIER REVALUATION AGAINST THE SAME BASE
766330*    ON LGREVAL, ELSE THE LGRATE RATE AT THE PREVIOUS MONTH END,
766340*    ELSE NONE.  THE RATE FILE AND LGREVAL MUST BE OPEN.
766350*****************************************************************
766360 4528-LOOKUP-FX-RATES.
766370     MOVE WS-FXR-MONTH-END TO WS-RQ-DATE
766380     PERFORM 4529-READ-FX-RATE THRU 4529-EXIT
766390     MOVE WS-FXR-W-RATE TO WS-FXR-C-RATE (WS-FXR-CCY-IDX)
766400     MOVE WS-FXR-W-DIR  TO WS-FXR-C-DIR (WS-FXR-CCY-IDX)
766410     IF WS-FXR-W-DIR = SPACE
766420         ADD 1 TO WS-FXR-NO-RATE-CT
766430         DISPLAY "ERROR: No " WS-FXR-W-CCY "/" WS-FXR-BASE-CCY
766440             " rate on file for " WS-FXR-MONTH-END
766450     END-IF
766460     MOVE ZERO  TO WS-FXR-C-PRIOR-RATE (WS-FXR-CCY-IDX)
766470     MOVE SPACE TO WS-FXR-C-PRIOR-DIR (WS-FXR-CCY-IDX)
766480*    THE CURRENCY'S "C" KEY FOR THE PREVIOUS MONTH - THE RECORD AT
766490*    OR BEFORE IT IS ITS LAST EARLIER REVALUATION, IF ANY.
766500     MOVE "C"                TO REV-TYPE
766510     MOVE SPACES             TO REV-QUAL
766520     MOVE WS-FXR-W-CCY       TO REV-C-CCY
766530     MOVE WS-FXR-PRIOR-MONTH TO REV-C-MONTH
766540     MOVE "N"                TO WS-FOUND-SW
766550     START REVAL-FILE KEY IS NOT GREATER THAN REV-KEY
766560         INVALID KEY
766570             CONTINUE
766580         NOT INVALID KEY
766590             PERFORM 4531-READ-PRIOR-REVAL THRU 4531-EXIT
766600     END-START
766610     IF WS-FOUND
766620         MOVE REV-RATE     TO WS-FXR-C-PRIOR-RATE (WS-FXR-CCY-IDX)
766630         MOVE REV-RATE-DIR TO WS-FXR-C-PRIOR-DIR (WS-FXR-CCY-IDX)
766640         GO TO 4528-EXIT
766650     END-IF
766660     MOVE WS-FXR-PRIOR-END TO WS-RQ-DATE
766670     PERFORM 4529-READ-FX-RATE THRU 4529-EXIT
766680     MOVE WS-FXR-W-RATE TO WS-FXR-C-PRIOR-RATE (WS-FXR-CCY-IDX)
766690     MOVE WS-FXR-W-DIR  TO WS-FXR-C-PRIOR-DIR (WS-FXR-CCY-IDX).
766700 4528-EXIT.
766710     EXIT.
766720
766730*    THE WS-FXR-W-CCY RATE AS OF WS-RQ-DATE: CURRENCY TO BASE
766740*    ("D") IF ON FILE, ELSE BASE TO CURRENCY ("I"), ELSE SPACE.
766750 4529-READ-FX-RATE.
766760     MOVE ZERO  TO WS-FXR-W-RATE
766770     MOVE SPACE TO WS-FXR-W-DIR
766780     MOVE WS-FXR-W-CCY    TO WS-RQ-FROM
766790     MOVE WS-FXR-BASE-CCY TO WS-RQ-TO
766800     PERFORM 7740-READ-RATE-ASOF THRU 7740-EXIT
766810     IF WS-RQ-FOUND AND WS-RQ-RATE > ZERO
766820         MOVE WS-RQ-RATE TO WS-FXR-W-RATE
766830         MOVE "D"        TO WS-FXR-W-DIR
766840         GO TO 4529-EXIT
766850     END-IF
766860     MOVE WS-FXR-BASE-CCY TO WS-RQ-FROM
766870     MOVE WS-FXR-W-CCY    TO WS-RQ-TO
766880     PERFORM 7740-READ-RATE-ASOF THRU 7740-EXIT
766890     IF WS-RQ-FOUND AND WS-RQ-RATE > ZERO
766900         MOVE WS-RQ-RATE TO WS-FXR-W-RATE
766910         MOVE "I"        TO WS-FXR-W-DIR
766920     END-IF.
766930 4529-EXIT.
766940     EXIT.
766950
766960 4530-VALUE-AT-RATE.
766970     IF WS-FXR-W-DIR = "D"
766980         COMPUTE WS-FXR-VALUE ROUNDED =
766990             WS-FXR-BALANCE * WS-FXR-W-RATE
767000     ELSE
767010         COMPUTE WS-FXR-VALUE ROUNDED =
767020             WS-FXR-BALANCE / WS-FXR-W-RATE
767030     END-IF.
767040 4530-EXIT.
767050     EXIT.
767060
767070 4531-READ-PRIOR-REVAL.
767080     READ REVAL-FILE NEXT RECORD
767090         AT END
767100             GO TO 4531-EXIT
767110     END-READ
767120     IF REV-T-CURRENCY
767130         AND REV-C-CCY = WS-FXR-W-CCY
767140         AND REV-BASE-CCY = WS-FXR-BASE-CCY
767150         MOVE "Y" TO WS-FOUND-SW
767160     END-IF.
767170 4531-EXIT.
767180     EXIT.
767190
767200*    ONE CURRENCY'S "C" RECORD.  A CHANGE TOO LARGE FOR ONE
767210*    POSTING STOPS THE RUN BEFORE ANYTHING POSTS (CODE 43).
767220 4532-WRITE-CURRENCY-TOTAL.
767230     ADD 1 TO WS-FXR-CCY-IDX
767240     IF WS-FXR-C-CHANGE (WS-FXR-CCY-IDX) > 9999999999.99
767250         OR WS-FXR-C-CHANGE (WS-FXR-CCY-IDX) < -9999999999.99
767260         MOVE 43 TO WS-RETURN-CODE
767270         DISPLAY "ERROR: " WS-FXR-C-CCY (WS-FXR-CCY-IDX)
767280             " revaluation change is too large to post"
767290         GO TO 4532-EXIT
767300     END-IF
767310     INITIALIZE REV-RECORD
767320     MOVE "C"             TO REV-TYPE
767330     MOVE SPACES          TO REV-QUAL
767340     MOVE WS-FXR-C-CCY (WS-FXR-CCY-IDX)       TO REV-C-CCY
767350     MOVE WS-FXR-MONTH    TO REV-C-MONTH
767360     MOVE WS-FXR-BASE-CCY TO REV-BASE-CCY
767370     MOVE WS-FXR-C-RATE (WS-FXR-CCY-IDX)       TO REV-RATE
767380     MOVE WS-FXR-C-DIR (WS-FXR-CCY-IDX)        TO REV-RATE-DIR
767390     MOVE WS-FXR-C-PRIOR-RATE (WS-FXR-CCY-IDX) TO REV-PRIOR-RATE
767400     MOVE WS-FXR-C-PRIOR-DIR (WS-FXR-CCY-IDX)  TO REV-PRIOR-DIR
767410     MOVE WS-FXR-C-BALANCE (WS-FXR-CCY-IDX)    TO REV-BALANCE
767420     MOVE WS-FXR-C-VALUE (WS-FXR-CCY-IDX)      TO REV-BASE-VALUE
767430     MOVE WS-FXR-C-PRIOR-VAL (WS-FXR-CCY-IDX)  TO REV-PRIOR-VALUE
767440     MOVE WS-FXR-C-CHANGE (WS-FXR-CCY-IDX)     TO REV-CHANGE
767450     MOVE WS-FXR-C-ACCT-CT (WS-FXR-CCY-IDX)    TO REV-COUNT
767460     WRITE REV-RECORD
767470     IF WS-REVL-STATUS NOT = "00"
767480         MOVE 8 TO WS-RETURN-CODE
767490         DISPLAY "ERROR: Unable to record the "
767500             WS-FXR-C-CCY (WS-FXR-CCY-IDX) " valuation, status "
767510             WS-REVL-STATUS
767520         GO TO 4532-EXIT
767530     END-IF
767540     ADD WS-FXR-C-VALUE (WS-FXR-CCY-IDX)  TO WS-FXR-POSITION
767550     ADD WS-FXR-C-CHANGE (WS-FXR-CCY-IDX) TO WS-FXR-NET-CHANGE.
767560 4532-EXIT.
767570     EXIT.
767580
767590*****************************************************************
767600*    4540-POST-FX-MONTH - POST EACH CURRENCY'S NET CHANGE AS ONE
767610*    SYSTEM-GENERATED TRANSFER IN THE BASE CURRENCY, IN CURRENCY
767620*    ORDER.  A CURRENCY WHOSE POSTING IS ALREADY ON ITS "C"
767630*    RECORD IS PASSED OVER, AND ON A RESUMED RUN THE JOURNAL IS
767640*    WALKED FROM THE "H" RECORD'S START SEQUENCE SO A POSTING
767650*    WHOSE "C" UPDATE WAS LOST IS ADOPTED, NOT POSTED TWICE.  THE
767660*    MONTH MOVES TO STATE C ONCE EVERY CURRENCY IS POSTED.
767670*****************************************************************
767680 4540-POST-FX-MONTH.
767690     PERFORM 4516-READ-FX-MONTH THRU 4516-EXIT
767700     MOVE REV-START-SEQ TO WS-FXR-MATCH-SEQ
767710     MOVE REV-COUNT     TO WS-FXR-ACCT-CT
767720     PERFORM 9300-OPEN-POSTING-FILES THRU 9300-EXIT
767730     IF WS-RETURN-CODE NOT = ZERO
767740         GO TO 4540-EXIT
767750     END-IF
767760     PERFORM 6410-READ-CURRENT-SEQUENCE THRU 6410-EXIT
767770     MOVE WS-NEXT-SEQ TO WS-FXR-CEILING-SEQ
767780     MOVE "Y"  TO WS-SYSCHG-SW
767790     MOVE "Y"  TO WS-FXR-POSTING-SW
767800     MOVE ZERO TO WS-FXR-MATCH-REV
767810     MOVE "N"  TO WS-FXR-EOF-SW
767820     MOVE "C"        TO REV-TYPE
767830     MOVE LOW-VALUES TO REV-QUAL
767840     START REVAL-FILE KEY IS NOT LESS THAN REV-KEY
767850         INVALID KEY
767860             MOVE "Y" TO WS-FXR-EOF-SW
767870     END-START
767880     PERFORM 4545-POST-ONE-CURRENCY THRU 4545-EXIT
767890         UNTIL WS-FXR-EOF OR WS-RETURN-CODE NOT = ZERO
767900     MOVE "N"    TO WS-SYSCHG-SW
767910     MOVE "N"    TO WS-FXR-POSTING-SW
767920     MOVE SPACES TO WS-FXR-CCY-REF
767930     PERFORM 9310-CLOSE-POSTING-FILES THRU 9310-EXIT
767940     IF WS-RETURN-CODE NOT = ZERO
767950         GO TO 4540-EXIT
767960     END-IF
767970     PERFORM 4516-READ-FX-MONTH THRU 4516-EXIT
767980     MOVE "C"              TO REV-STATE
767990     MOVE WS-CURRENT-DATE  TO REV-POST-DATE
768000     MOVE WS-FXR-POSTED-CT TO REV-COUNT-2
768010     REWRITE REV-RECORD
768020     IF WS-REVL-STATUS NOT = "00"
768030         MOVE 8 TO WS-RETURN-CODE
768040         DISPLAY "ERROR: Unable to record the FX revaluation, "
768050             "status " WS-REVL-STATUS
768060         GO TO 4540-EXIT
768070     END-IF
768080     DISPLAY "FX revaluation of " WS-FXR-MONTH " posted - "
768090         WS-FXR-POSTED-CT " currency posting(s)".
768100 4540-EXIT.
768110     EXIT.
768120
768130 4545-POST-ONE-CURRENCY.
768140     READ REVAL-FILE NEXT RECORD
768150         AT END
768160             MOVE "Y" TO WS-FXR-EOF-SW
768170             GO TO 4545-EXIT
768180     END-READ
768190     IF NOT REV-T-CURRENCY
768200         MOVE "Y" TO WS-FXR-EOF-SW
768210         GO TO 4545-EXIT
768220     END-IF
768230     IF REV-C-MONTH NOT = WS-FXR-MONTH
768240         OR REV-CHANGE = ZERO
768250         GO TO 4545-EXIT
768260     END-IF
768270     IF REV-POST-SEQ > ZERO
768280         ADD 1 TO WS-FXR-POSTED-CT
768290         GO TO 4545-EXIT
768300     END-IF
768310     MOVE REV-C-CCY TO WS-FXR-CCY-REF
768320     IF REV-CHANGE > ZERO
768330         MOVE WS-FXR-RSV-ACCT  TO WS-FXR-FROM
768340         MOVE WS-FXR-GAIN-ACCT TO WS-FXR-TO
768350         MOVE REV-CHANGE       TO WS-FXR-AMOUNT
768360     ELSE
768370         MOVE WS-FXR-LOSS-ACCT TO WS-FXR-FROM
768380         MOVE WS-FXR-RSV-ACCT  TO WS-FXR-TO
768390         COMPUTE WS-FXR-AMOUNT = ZERO - REV-CHANGE
768400     END-IF
768410     MOVE ZERO TO WS-REVERSAL-OF-SEQ
768420     PERFORM 4555-POST-FX-TRANSFER THRU 4555-EXIT
768430     IF WS-RETURN-CODE NOT = ZERO
768440         GO TO 4545-EXIT
768450     END-IF
768460     MOVE WS-FXR-POSTED-SEQ TO REV-POST-SEQ
768470     REWRITE REV-RECORD
768480     IF WS-REVL-STATUS NOT = "00"
768490         MOVE 8 TO WS-RETURN-CODE
768500         DISPLAY "ERROR: Unable to record the " REV-C-CCY
768510             " posting, status " WS-REVL-STATUS
768520         GO TO 4545-EXIT
768530     END-IF
768540     ADD 1 TO WS-FXR-POSTED-CT.
768550 4545-EXIT.
768560     EXIT.
768570
768580*****************************************************************
768590*    4550-MATCH-FX-POSTING - WALK THE JOURNAL FORWARD FROM
768600*    WS-FXR-MATCH-SEQ FOR A SUCCESSFUL SOURCE X POSTING OF
768610*    CURRENCY WS-FXR-CCY-REF (A REVERSAL OF WS-FXR-MATCH-REV WHEN
768620*    THAT IS SET), PASSING OVER EVERYTHING ELSE.  THE INTERRUPTED
768630*    RUN POSTED THE CURRENCIES IN THE ORDER THIS ONE DOES, SO
768640*    REACHING THE "S" CEILING WITHOUT ONE MEANS IT GOT NO FURTHER
768650*    AND POSTING RESUMES.  A MATCH IS LEFT IN WS-FXR-POSTED-SEQ.
768660*****************************************************************
768670 4550-MATCH-FX-POSTING.
768680     IF WS-FXR-MATCH-SEQ = WS-FXR-CEILING-SEQ
768690         DISPLAY "Restart caught up at journal seq "
768700             WS-FXR-MATCH-SEQ " - posting resumes"
768710         GO TO 4550-EXIT
768720     END-IF
768730     IF WS-FXR-MATCH-SEQ >= 999999
768740         MOVE ZERO TO WS-FXR-MATCH-SEQ
768750     END-IF
768760     ADD 1 TO WS-FXR-MATCH-SEQ
768770     MOVE WS-FXR-MATCH-SEQ TO JRN-SEQ-NO
768780     READ JOURNAL-FILE
768790         INVALID KEY
768800             GO TO 4550-MATCH-FX-POSTING
768810     END-READ
768820     IF JRN-SOURCE NOT = "X"
768830         OR JRN-STATUS NOT = "Success"
768840         OR JRN-FX-CCY NOT = WS-FXR-CCY-REF
768850         OR JRN-REVERSAL-OF NOT = WS-FXR-MATCH-REV
768860         GO TO 4550-MATCH-FX-POSTING
768870     END-IF
768880     MOVE JRN-SEQ-NO TO WS-FXR-POSTED-SEQ.
768890 4550-EXIT.
768900     EXIT.
768910
768920*****************************************************************
768930*    4555-POST-FX-TRANSFER - POST WS-FXR-AMOUNT FROM WS-FXR-FROM
768940*    TO WS-FXR-TO (A REVERSAL WHEN WS-REVERSAL-OF-SEQ IS SET)
768950*    THROUGH THE NORMAL APPLY-TRANSACTION LOGIC, UNLESS THE
768960*    RESTART WALK FINDS THE INTERRUPTED RUN ALREADY POSTED IT.
768970*    THE JOURNAL SEQUENCE IS LEFT IN WS-FXR-POSTED-SEQ.  A REJECT
768980*    STOPS THE RUN (CODE 43): THE CURRENCIES LEFT WAIT FOR THE
768990*    RERUN ONCE THE ACCOUNT IS PUT RIGHT.
769000*****************************************************************
769010 4555-POST-FX-TRANSFER.
769020     MOVE ZERO TO WS-FXR-POSTED-SEQ
769030     IF WS-FXR-MATCH-SEQ NOT = WS-FXR-CEILING-SEQ
769040         PERFORM 4550-MATCH-FX-POSTING THRU 4550-EXIT
769050         IF WS-FXR-POSTED-SEQ > ZERO
769060             DISPLAY "Restart found " WS-FXR-CCY-REF
769070                 " already posted at journal seq "
769080                 WS-FXR-POSTED-SEQ
769090             MOVE ZERO TO WS-REVERSAL-OF-SEQ
769100             GO TO 4555-EXIT
769110         END-IF
769120     END-IF
769130     MOVE WS-FXR-FROM        TO ARG1
769140     MOVE WS-FXR-TO          TO ARG2
769150     MOVE WS-FXR-AMOUNT      TO WS-FXR-AMOUNT-EDIT
769160     MOVE WS-FXR-AMOUNT-EDIT TO ARG3
769170     PERFORM 5000-APPLY-TRANSACTION THRU 5000-EXIT
769180     MOVE ZERO TO WS-REVERSAL-OF-SEQ
769190*    RC 8 IS NOT A REJECT - THE JOURNAL OR CONTROL FILE ITSELF
769200*    FAILED.  LEAVE THE CODE STANDING SO THE RUN STOPS.
769210     IF WS-RETURN-CODE = 8
769220         GO TO 4555-EXIT
769230     END-IF
769240     IF WS-RETURN-CODE NOT = ZERO
769250         MOVE 43 TO WS-RETURN-CODE
769260         DISPLAY "ERROR: " WS-FXR-CCY-REF " FX posting rejected: "
769270             WS-JRN-STATUS-TEXT
769280         GO TO 4555-EXIT
769290     END-IF
769300     MOVE WS-NEXT-SEQ TO WS-FXR-POSTED-SEQ.
769310 4555-EXIT.
769320     EXIT.
769330
769340*****************************************************************
769350*    4560-FX-REVERSE - TAKE A MONTH'S REVALUATION BACK OUT.
769360*    ARG1 = MONTH (YYYYMM, DEFAULT THE MONTH BEFORE THE BUSINESS
769370*    DATE'S), RUN ON THE FIRST BUSINESS DAY OF THE MONTH AFTER
769380*    IT - LATER IS ALLOWED WITH A WARNING, EARLIER IS REFUSED.
769390*    EACH CURRENCY'S POSTING IS REVERSED AS A SOURCE X REVERSAL
769400*    OF ITS JOURNAL SEQUENCE, AND THE MONTH MOVES FROM C THROUGH
769410*    V (REVERSING) TO R.  A MONTH NOT FULLY POSTED, OR ALREADY
769420*    REVERSED, IS REFUSED (CODE 43); AN INTERRUPTED REVERSAL
769430*    RESUMES, WALKING THE JOURNAL FOR THE REVERSALS IT POSTED.
769440*****************************************************************
769450 4560-FX-REVERSE.
769460     MOVE ZERO TO WS-RETURN-CODE
769470     MOVE ZERO TO WS-FXR-ACCT-CT WS-FXR-POSTED-CT
769480     IF ARG1 = SPACES
769490         DIVIDE WS-CURRENT-DATE BY 100 GIVING WS-FXR-MONTH
769500         IF WS-FXR-MONTH-MM = 1
769510             SUBTRACT 1 FROM WS-FXR-MONTH-YY
769520             MOVE 12 TO WS-FXR-MONTH-MM
769530         ELSE
769540             SUBTRACT 1 FROM WS-FXR-MONTH-MM
769550         END-IF
769560     ELSE
769570         PERFORM 4514-PARSE-FX-MONTH THRU 4514-EXIT
769580         IF WS-RETURN-CODE NOT = ZERO
769590             DISPLAY "ERROR: Usage is FX_REVERSE [month YYYYMM]"
769600             GO TO 4560-EXIT
769610         END-IF
769620     END-IF
769630     PERFORM 4515-SET-MONTH-DATES THRU 4515-EXIT
769640     PERFORM 4517-SET-BUSINESS-DAYS THRU 4517-EXIT
769650     IF WS-RETURN-CODE NOT = ZERO
769660         GO TO 4560-EXIT
769670     END-IF
769680     IF WS-CURRENT-DATE NOT > WS-FXR-MONTH-END
769690         MOVE 43 TO WS-RETURN-CODE
769700         DISPLAY "ERROR: Month " WS-FXR-MONTH " cannot be "
769710             "reversed before " WS-FXR-FIRST-BUS-DAY
769720         GO TO 4560-EXIT
769730     END-IF
769740     IF WS-CURRENT-DATE NOT = WS-FXR-FIRST-BUS-DAY
769750         DISPLAY "WARNING: Reversal of " WS-FXR-MONTH " was due "
769760             "on " WS-FXR-FIRST-BUS-DAY " - it posts on "
769770             WS-CURRENT-DATE
769780     END-IF
769790     PERFORM 4518-OPEN-REVAL-FILE THRU 4518-EXIT
769800     IF WS-RETURN-CODE NOT = ZERO
769810         GO TO 4560-EXIT
769820     END-IF
769830     PERFORM 4516-READ-FX-MONTH THRU 4516-EXIT
769840     IF WS-NOT-FOUND
769850         MOVE 43 TO WS-RETURN-CODE
769860         DISPLAY "ERROR: Month " WS-FXR-MONTH
769870             " has not been revalued"
769880         CLOSE REVAL-FILE
769890         GO TO 4560-EXIT
769900     END-IF
769910     EVALUATE TRUE
769920         WHEN REV-ST-REVALUED
769930             PERFORM 4519-READ-JOURNAL-CEILING THRU 4519-EXIT
769940             IF WS-RETURN-CODE = ZERO
769950                 MOVE "V"             TO REV-STATE
769960                 MOVE WS-CURRENT-DATE TO REV-REVERSE-DATE
769970                 MOVE WS-NEXT-SEQ     TO REV-START-SEQ
769980                 REWRITE REV-RECORD
769990                 IF WS-REVL-STATUS NOT = "00"
770000                     MOVE 8 TO WS-RETURN-CODE
770010                     DISPLAY "ERROR: Unable to record the FX "
770020                         "reversal, status " WS-REVL-STATUS
770030                 END-IF
770040             END-IF
770050         WHEN REV-ST-REVERSING
770060             DISPLAY "Interrupted FX reversal of " WS-FXR-MONTH
770070                 " - reversal resumes"
770080         WHEN REV-ST-REVERSED
770090             MOVE 43 TO WS-RETURN-CODE
770100             DISPLAY "ERROR: FX revaluation of " WS-FXR-MONTH
770110                 " already reversed on " REV-REVERSE-DATE
770120         WHEN OTHER
770130             MOVE 43 TO WS-RETURN-CODE
770140             DISPLAY "ERROR: FX revaluation of " WS-FXR-MONTH
770150                 " is not finished - complete it with FX_REVAL"
770160     END-EVALUATE
770170     IF WS-RETURN-CODE NOT = ZERO
770180         CLOSE REVAL-FILE
770190         GO TO 4560-EXIT
770200     END-IF
770210     MOVE REV-BASE-CCY  TO WS-FXR-BASE-CCY
770220     MOVE REV-GAIN-ACCT TO WS-FXR-GAIN-ACCT
770230     MOVE REV-LOSS-ACCT TO WS-FXR-LOSS-ACCT
770240     MOVE REV-RSV-ACCT  TO WS-FXR-RSV-ACCT
770250     MOVE REV-START-SEQ TO WS-FXR-MATCH-SEQ
770260
770270     PERFORM 9300-OPEN-POSTING-FILES THRU 9300-EXIT
770280     IF WS-RETURN-CODE NOT = ZERO
770290         CLOSE REVAL-FILE
770300         GO TO 4560-EXIT
770310     END-IF
770320     PERFORM 6410-READ-CURRENT-SEQUENCE THRU 6410-EXIT
770330     MOVE WS-NEXT-SEQ TO WS-FXR-CEILING-SEQ
770340     MOVE "Y" TO WS-SYSCHG-SW
770350     MOVE "Y" TO WS-FXR-POSTING-SW
770360     MOVE "N" TO WS-FXR-EOF-SW
770370     MOVE "C"        TO REV-TYPE
770380     MOVE LOW-VALUES TO REV-QUAL
770390     START REVAL-FILE KEY IS NOT LESS THAN REV-KEY
770400         INVALID KEY
770410             MOVE "Y" TO WS-FXR-EOF-SW
770420     END-START
770430     PERFORM 4565-REVERSE-ONE-CURRENCY THRU 4565-EXIT
770440         UNTIL WS-FXR-EOF OR WS-RETURN-CODE NOT = ZERO
770450     MOVE "N"    TO WS-SYSCHG-SW
770460     MOVE "N"    TO WS-FXR-POSTING-SW
770470     MOVE SPACES TO WS-FXR-CCY-REF
770480     MOVE ZERO   TO WS-FXR-MATCH-REV
770490     PERFORM 9310-CLOSE-POSTING-FILES THRU 9310-EXIT
770500     IF WS-RETURN-CODE NOT = ZERO
770510         CLOSE REVAL-FILE
770520         DISPLAY "FX reversal of " WS-FXR-MONTH " stopped part "
770530             "way - run FX_REVERSE again to finish it"
770540         GO TO 4560-EXIT
770550     END-IF
770560     PERFORM 4516-READ-FX-MONTH THRU 4516-EXIT
770570     MOVE "R" TO REV-STATE
770580     REWRITE REV-RECORD
770590     IF WS-REVL-STATUS NOT = "00"
770600         MOVE 8 TO WS-RETURN-CODE
770610         DISPLAY "ERROR: Unable to record the FX reversal, "
770620             "status " WS-REVL-STATUS
770630     ELSE
770640         DISPLAY "FX revaluation of " WS-FXR-MONTH " reversed - "
770650             WS-FXR-POSTED-CT " currency posting(s)"
770660     END-IF
770670     CLOSE REVAL-FILE.
770680 4560-EXIT.
770690     EXIT.
770700
770710 4565-REVERSE-ONE-CURRENCY.
770720     READ REVAL-FILE NEXT RECORD
770730         AT END
770740             MOVE "Y" TO WS-FXR-EOF-SW
770750             GO TO 4565-EXIT
770760     END-READ
770770     IF NOT REV-T-CURRENCY
770780         MOVE "Y" TO WS-FXR-EOF-SW
770790         GO TO 4565-EXIT
770800     END-IF
770810     IF REV-C-MONTH NOT = WS-FXR-MONTH
770820         OR REV-POST-SEQ = ZERO
770830         GO TO 4565-EXIT
770840     END-IF
770850     IF REV-REVERSE-SEQ > ZERO
770860         ADD 1 TO WS-FXR-POSTED-CT
770870         GO TO 4565-EXIT
770880     END-IF
770890     MOVE REV-C-CCY    TO WS-FXR-CCY-REF
770900     MOVE REV-POST-SEQ TO WS-FXR-MATCH-REV
770910     IF REV-CHANGE > ZERO
770920         MOVE WS-FXR-GAIN-ACCT TO WS-FXR-FROM
770930         MOVE WS-FXR-RSV-ACCT  TO WS-FXR-TO
770940         MOVE REV-CHANGE       TO WS-FXR-AMOUNT
770950     ELSE
770960         MOVE WS-FXR-RSV-ACCT  TO WS-FXR-FROM
770970         MOVE WS-FXR-LOSS-ACCT TO WS-FXR-TO
770980         COMPUTE WS-FXR-AMOUNT = ZERO - REV-CHANGE
770990     END-IF
771000     MOVE REV-POST-SEQ TO WS-REVERSAL-OF-SEQ
771010     PERFORM 4555-POST-FX-TRANSFER THRU 4555-EXIT
771020     IF WS-RETURN-CODE NOT = ZERO
771030         GO TO 4565-EXIT
771040     END-IF
771050     MOVE WS-FXR-POSTED-SEQ TO REV-REVERSE-SEQ
771060     REWRITE REV-RECORD
771070     IF WS-REVL-STATUS NOT = "00"
771080         MOVE 8 TO WS-RETURN-CODE
771090         DISPLAY "ERROR: Unable to record the " REV-C-CCY
771100             " reversal, status " WS-REVL-STATUS
771110         GO TO 4565-EXIT
771120     END-IF
771130     ADD 1 TO WS-FXR-POSTED-CT.
771140 4565-EXIT.
771150     EXIT.
771160
771170*****************************************************************
771180*    4600-FX-REPORT - REPRINT A MONTH'S REVALUATION REPORT FROM
771190*    LGREVAL.  ARG1 = MONTH (YYYYMM, DEFAULT THE BUSINESS DATE'S).
771200*****************************************************************
771210 4600-FX-REPORT.
771220     MOVE ZERO TO WS-RETURN-CODE
771230     IF ARG1 = SPACES
771240         DIVIDE WS-CURRENT-DATE BY 100 GIVING WS-FXR-MONTH
771250     ELSE
771260         PERFORM 4514-PARSE-FX-MONTH THRU 4514-EXIT
771270         IF WS-RETURN-CODE NOT = ZERO
771280             DISPLAY "ERROR: Usage is FX_REPORT [month YYYYMM]"
771290             GO TO 4600-EXIT
771300         END-IF
771310     END-IF
771320     PERFORM 4515-SET-MONTH-DATES THRU 4515-EXIT
771330     OPEN INPUT REVAL-FILE
771340     IF WS-REVL-STATUS = "35"
771350         MOVE 43 TO WS-RETURN-CODE
771360         DISPLAY "ERROR: Month " WS-FXR-MONTH
771370             " has not been revalued"
771380         GO TO 4600-EXIT
771390     END-IF
771400     IF WS-REVL-STATUS NOT = "00"
771410         MOVE 8 TO WS-RETURN-CODE
771420         DISPLAY "ERROR: Unable to open FX revaluation file"
771430         GO TO 4600-EXIT
771440     END-IF
771450     PERFORM 4516-READ-FX-MONTH THRU 4516-EXIT
771460     IF WS-NOT-FOUND
771470         MOVE 43 TO WS-RETURN-CODE
771480         DISPLAY "ERROR: Month " WS-FXR-MONTH
771490             " has not been revalued"
771500     ELSE
771510         PERFORM 4610-PRINT-FX-MONTH THRU 4610-EXIT
771520     END-IF
771530     CLOSE REVAL-FILE.
771540 4600-EXIT.
771550     EXIT.
771560
771570*****************************************************************
771580*    4610-PRINT-FX-MONTH - THE REVALUATION REPORT FOR THE MONTH
771590*    IN WS-FXR-MONTH: EACH CURRENCY'S RATES, ITS ACCOUNTS'
771600*    BALANCES, VALUES AND CHANGES, AND ITS TOTAL AND POSTING;
771610*    THEN THE LEDGER'S WHOLE POSITION IN THE BASE CURRENCY.
771620*    LGREVAL MUST BE OPEN.  THE CURRENCY TOTALS ARE TABLED FIRST
771630*    - READING A "C" RECORD BY KEY AMONG THE ACCOUNT LINES WOULD
771640*    LOSE THE FILE'S PLACE.
771650*****************************************************************
771660 4610-PRINT-FX-MONTH.
771670     PERFORM 4516-READ-FX-MONTH THRU 4516-EXIT
771680     MOVE REV-BASE-CCY     TO WS-FXR-BASE-CCY
771690     MOVE REV-BALANCE      TO WS-FXR-BASE-BAL
771700     MOVE REV-BASE-VALUE   TO WS-FXR-POSITION
771710     MOVE REV-CHANGE       TO WS-FXR-NET-CHANGE
771720     MOVE REV-COUNT-2      TO WS-FXR-HDR-COUNT-2
771730     MOVE REV-POST-DATE    TO WS-FXR-HDR-POST-DATE
771740     MOVE REV-REVERSE-DATE TO WS-FXR-HDR-REV-DATE
771750     EVALUATE TRUE
771760         WHEN REV-ST-VALUING
771770             MOVE "VALUATION UNFINISHED" TO WS-FXR-STATE-TEXT
771780         WHEN REV-ST-POSTING
771790             MOVE "POSTING UNFINISHED"   TO WS-FXR-STATE-TEXT
771800         WHEN REV-ST-REVALUED
771810             MOVE "POSTED"               TO WS-FXR-STATE-TEXT
771820         WHEN REV-ST-REVERSING
771830             MOVE "REVERSAL UNFINISHED"  TO WS-FXR-STATE-TEXT
771840         WHEN OTHER
771850             MOVE "POSTED AND REVERSED"  TO WS-FXR-STATE-TEXT
771860     END-EVALUATE
771870     DISPLAY "***** FX REVALUATION REPORT *****"
771880     DISPLAY "MONTH " WS-FXR-MONTH "  MONTH END " WS-FXR-MONTH-END
771890         "  STATUS " WS-FXR-STATE-TEXT
771900     PERFORM 4507-DISPLAY-FX-SETUP THRU 4507-EXIT
771910     IF WS-FXR-HDR-POST-DATE > ZERO
771920         DISPLAY "POSTED ON        " WS-FXR-HDR-POST-DATE
771930     END-IF
771940     IF WS-FXR-HDR-REV-DATE > ZERO
771950         DISPLAY "REVERSED ON      " WS-FXR-HDR-REV-DATE
771960     END-IF
771970
771980     MOVE ZERO TO WS-FXR-CCY-COUNT
771990     MOVE "N"  TO WS-FXR-EOF-SW
772000     MOVE "C"        TO REV-TYPE
772010     MOVE LOW-VALUES TO REV-QUAL
772020     START REVAL-FILE KEY IS NOT LESS THAN REV-KEY
772030         INVALID KEY
772040             MOVE "Y" TO WS-FXR-EOF-SW
772050     END-START
772060     PERFORM 4612-TABLE-ONE-CURRENCY THRU 4612-EXIT
772070         UNTIL WS-FXR-EOF
772080
772090     MOVE SPACES TO WS-FXR-LAST-CCY
772100     MOVE "N"    TO WS-FXR-EOF-SW
772110     MOVE "A"          TO REV-TYPE
772120     MOVE LOW-VALUES   TO REV-QUAL
772130     MOVE WS-FXR-MONTH TO REV-M-MONTH
772140     START REVAL-FILE KEY IS NOT LESS THAN REV-KEY
772150         INVALID KEY
772160             MOVE "Y" TO WS-FXR-EOF-SW
772170     END-START
772180     PERFORM 4615-PRINT-ONE-ACCOUNT THRU 4615-EXIT
772190         UNTIL WS-FXR-EOF
772200     IF WS-FXR-LAST-CCY NOT = SPACES
772210         PERFORM 4618-PRINT-CURRENCY-TOTAL THRU 4618-EXIT
772220     END-IF
772230
772240     DISPLAY " "
772250     DISPLAY "LEDGER POSITION IN " WS-FXR-BASE-CCY
772260     MOVE WS-FXR-BASE-BAL TO WS-FXR-BAL-EDIT
772270     DISPLAY "  BASE-CURRENCY ACCOUNTS     " WS-FXR-BAL-EDIT
772280     COMPUTE WS-FXR-VALUE = WS-FXR-POSITION - WS-FXR-BASE-BAL
772290     MOVE WS-FXR-VALUE TO WS-FXR-VAL-EDIT
772300     DISPLAY "  FOREIGN-CURRENCY ACCOUNTS  " WS-FXR-VAL-EDIT
772310     MOVE WS-FXR-POSITION TO WS-FXR-VAL-EDIT
772320     DISPLAY "  TOTAL POSITION             " WS-FXR-VAL-EDIT
772330     MOVE WS-FXR-NET-CHANGE TO WS-FXR-CHG-EDIT
772340     DISPLAY "  NET REVALUATION GAIN/LOSS  " WS-FXR-CHG-EDIT
772350     DISPLAY "  CURRENCY POSTINGS          " WS-FXR-HDR-COUNT-2.
772360 4610-EXIT.
772370     EXIT.
772380
772390 4612-TABLE-ONE-CURRENCY.
772400     READ REVAL-FILE NEXT RECORD
772410         AT END
772420             MOVE "Y" TO WS-FXR-EOF-SW
772430             GO TO 4612-EXIT
772440     END-READ
772450     IF NOT REV-T-CURRENCY
772460         MOVE "Y" TO WS-FXR-EOF-SW
772470         GO TO 4612-EXIT
772480     END-IF
772490     IF REV-C-MONTH NOT = WS-FXR-MONTH
772500         OR WS-FXR-CCY-COUNT >= WS-FXR-CCY-MAX
772510         GO TO 4612-EXIT
772520     END-IF
772530     ADD 1 TO WS-FXR-CCY-COUNT
772540     MOVE WS-FXR-CCY-COUNT TO WS-FXR-CCY-IDX
772550     MOVE REV-C-CCY       TO WS-FXR-C-CCY (WS-FXR-CCY-IDX)
772560     MOVE REV-RATE        TO WS-FXR-C-RATE (WS-FXR-CCY-IDX)
772570     MOVE REV-RATE-DIR    TO WS-FXR-C-DIR (WS-FXR-CCY-IDX)
772580     MOVE REV-PRIOR-RATE  TO WS-FXR-C-PRIOR-RATE (WS-FXR-CCY-IDX)
772590     MOVE REV-PRIOR-DIR   TO WS-FXR-C-PRIOR-DIR (WS-FXR-CCY-IDX)
772600     MOVE REV-COUNT       TO WS-FXR-C-ACCT-CT (WS-FXR-CCY-IDX)
772610     MOVE REV-BALANCE     TO WS-FXR-C-BALANCE (WS-FXR-CCY-IDX)
772620     MOVE REV-BASE-VALUE  TO WS-FXR-C-VALUE (WS-FXR-CCY-IDX)
772630     MOVE REV-PRIOR-VALUE TO WS-FXR-C-PRIOR-VAL (WS-FXR-CCY-IDX)
772640     MOVE REV-CHANGE      TO WS-FXR-C-CHANGE (WS-FXR-CCY-IDX)
772650     MOVE REV-POST-SEQ    TO WS-FXR-C-POST-SEQ (WS-FXR-CCY-IDX)
772660     MOVE REV-REVERSE-SEQ TO WS-FXR-C-REV-SEQ (WS-FXR-CCY-IDX).
772670 4612-EXIT.
772680     EXIT.
772690
772700 4615-PRINT-ONE-ACCOUNT.
772710     READ REVAL-FILE NEXT RECORD
772720         AT END
772730             MOVE "Y" TO WS-FXR-EOF-SW
772740             GO TO 4615-EXIT
772750     END-READ
772760     IF NOT REV-T-ACCOUNT
772770         OR REV-M-MONTH NOT = WS-FXR-MONTH
772780         MOVE "Y" TO WS-FXR-EOF-SW
772790         GO TO 4615-EXIT
772800     END-IF
772810     IF REV-M-CCY NOT = WS-FXR-LAST-CCY
772820         IF WS-FXR-LAST-CCY NOT = SPACES
772830             PERFORM 4618-PRINT-CURRENCY-TOTAL THRU 4618-EXIT
772840         END-IF
772850         MOVE REV-M-CCY TO WS-FXR-LAST-CCY
772860         PERFORM 4617-PRINT-CURRENCY-HEAD THRU 4617-EXIT
772870     END-IF
772880     MOVE REV-BALANCE     TO WS-FXR-BAL-EDIT
772890     MOVE REV-BASE-VALUE  TO WS-FXR-VAL-EDIT
772900     MOVE REV-PRIOR-VALUE TO WS-FXR-PRV-EDIT
772910     MOVE REV-CHANGE      TO WS-FXR-CHG-EDIT
772920     DISPLAY "  " REV-M-ACCT " " WS-FXR-BAL-EDIT " "
772930         WS-FXR-VAL-EDIT " " WS-FXR-PRV-EDIT " " WS-FXR-CHG-EDIT.
772940 4615-EXIT.
772950     EXIT.
772960
772970*    A CURRENCY'S HEADING: ITS MONTH-END RATE AND THE RATE ITS
772980*    CHANGE IS MEASURED FROM, EACH WITH THE PAIR IT IS QUOTED IN.
772990 4617-PRINT-CURRENCY-HEAD.
773000     MOVE WS-FXR-LAST-CCY TO WS-FXR-W-CCY
773010     MOVE ZERO TO WS-FXR-CCY-IDX
773020     MOVE "N"  TO WS-FOUND-SW
773030     PERFORM 4527-SEARCH-FX-CURRENCY THRU 4527-EXIT
773040         UNTIL WS-FOUND OR WS-FXR-CCY-IDX >= WS-FXR-CCY-COUNT
773050     DISPLAY " "
773060     IF WS-NOT-FOUND
773070         MOVE ZERO TO WS-FXR-CCY-IDX
773080         DISPLAY "CURRENCY " WS-FXR-LAST-CCY
773090             "  (NO CURRENCY TOTAL - VALUATION UNFINISHED)"
773100         GO TO 4617-COLUMNS
773110     END-IF
773120     MOVE WS-FXR-C-RATE (WS-FXR-CCY-IDX) TO WS-FXR-RATE-EDIT
773130     MOVE WS-FXR-LAST-CCY TO WS-FXR-PAIR (1:3)
773140     MOVE "/"             TO WS-FXR-PAIR (4:1)
773150     MOVE WS-FXR-BASE-CCY TO WS-FXR-PAIR (5:3)
773160     IF WS-FXR-C-DIR (WS-FXR-CCY-IDX) = "I"
773170         MOVE WS-FXR-BASE-CCY TO WS-FXR-PAIR (1:3)
773180         MOVE WS-FXR-LAST-CCY TO WS-FXR-PAIR (5:3)
773190     END-IF
773200     IF WS-FXR-C-PRIOR-DIR (WS-FXR-CCY-IDX) = SPACE
773210         DISPLAY "CURRENCY " WS-FXR-LAST-CCY "  RATE "
773220             WS-FXR-RATE-EDIT " " WS-FXR-PAIR
773230             "  FIRST VALUATION - BASIS ONLY"
773240         GO TO 4617-COLUMNS
773250     END-IF
773260     MOVE WS-FXR-C-PRIOR-RATE (WS-FXR-CCY-IDX)
773270         TO WS-FXR-PRIOR-RATE-EDIT
773280     MOVE WS-FXR-LAST-CCY TO WS-FXR-PRIOR-PAIR (1:3)
773290     MOVE "/"             TO WS-FXR-PRIOR-PAIR (4:1)
773300     MOVE WS-FXR-BASE-CCY TO WS-FXR-PRIOR-PAIR (5:3)
773310     IF WS-FXR-C-PRIOR-DIR (WS-FXR-CCY-IDX) = "I"
773320         MOVE WS-FXR-BASE-CCY TO WS-FXR-PRIOR-PAIR (1:3)
773330         MOVE WS-FXR-LAST-CCY TO WS-FXR-PRIOR-PAIR (5:3)
773340     END-IF
773350     DISPLAY "CURRENCY " WS-FXR-LAST-CCY "  RATE "
773360         WS-FXR-RATE-EDIT " " WS-FXR-PAIR "  LAST REVALUED AT "
773370         WS-FXR-PRIOR-RATE-EDIT " " WS-FXR-PRIOR-PAIR.
773380 4617-COLUMNS.
773390     DISPLAY "  ACCOUNT                                   BALANCE"
773400         "       BASE VALUE      PRIOR VALUE           CHANGE".
773410 4617-EXIT.
773420     EXIT.
773430
773440 4618-PRINT-CURRENCY-TOTAL.
773450     IF WS-FXR-CCY-IDX = ZERO
773460         GO TO 4618-EXIT
773470     END-IF
773480     MOVE WS-FXR-C-BALANCE (WS-FXR-CCY-IDX)   TO WS-FXR-BAL-EDIT
773490     MOVE WS-FXR-C-VALUE (WS-FXR-CCY-IDX)     TO WS-FXR-VAL-EDIT
773500     MOVE WS-FXR-C-PRIOR-VAL (WS-FXR-CCY-IDX) TO WS-FXR-PRV-EDIT
773510     MOVE WS-FXR-C-CHANGE (WS-FXR-CCY-IDX)    TO WS-FXR-CHG-EDIT
773520     DISPLAY "  " WS-FXR-LAST-CCY " TOTAL, "
773530         WS-FXR-C-ACCT-CT (WS-FXR-CCY-IDX) " ACCOUNT(S)"
773540         "                 " WS-FXR-BAL-EDIT " " WS-FXR-VAL-EDIT
773550         " " WS-FXR-PRV-EDIT " " WS-FXR-CHG-EDIT
773560     EVALUATE TRUE
773570         WHEN WS-FXR-C-REV-SEQ (WS-FXR-CCY-IDX) > ZERO
773580             DISPLAY "  POSTED AS JOURNAL SEQ "
773590                 WS-FXR-C-POST-SEQ (WS-FXR-CCY-IDX)
773600                 ", REVERSED AS SEQ "
773610                 WS-FXR-C-REV-SEQ (WS-FXR-CCY-IDX)
773620         WHEN WS-FXR-C-POST-SEQ (WS-FXR-CCY-IDX) > ZERO
773630             DISPLAY "  POSTED AS JOURNAL SEQ "
773640                 WS-FXR-C-POST-SEQ (WS-FXR-CCY-IDX)
773650         WHEN WS-FXR-C-CHANGE (WS-FXR-CCY-IDX) = ZERO
773660             DISPLAY "  NO CHANGE - NOTHING POSTED"
773670         WHEN OTHER
773680             DISPLAY "  NOT POSTED YET"
773690     END-EVALUATE.
773700 4618-EXIT.
773710     EXIT.
773720
773730*****************************************************************
773740*    4100-GET-BALANCE-ASOF - GET_BAL WITH AN AS-OF DATE IN ARG2.
773750*    THE BUSINESS DATE (STILL OPEN) SETS WS-BH-LIVE AND LEAVES
773760*    THE ANSWER TO 4000; AN EARLIER DATE IS ANSWERED FROM THE
773770*    LAST LGBALH CLOSE ON OR BEFORE IT - A WEEKEND OR HOLIDAY
773780*    SHOWS THE BUSINESS DAY BEFORE.  A LATER DATE, OR ONE BEFORE
773790*    THE ACCOUNT'S HISTORY BEGINS, IS REFUSED (CODE 44).
773800*****************************************************************
773810 4100-GET-BALANCE-ASOF.
773820     MOVE "N" TO WS-BH-LIVE-SW
773830     IF ARG2 (1:8) IS NOT NUMERIC
773840         OR ARG2 (9:) NOT = SPACES
773850         MOVE 6 TO WS-RETURN-CODE
773860         DISPLAY "ERROR: Usage is GET_BAL account-id "
773870             "[as-of date YYYYMMDD]"
773880         GO TO 4100-EXIT
773890     END-IF
773900     MOVE ARG2 (1:8) TO WS-BH-ASOF-DATE
773910     IF WS-BH-ASOF-MM < 1 OR WS-BH-ASOF-MM > 12
773920         OR WS-BH-ASOF-DD < 1 OR WS-BH-ASOF-DD > 31
773930         MOVE 6 TO WS-RETURN-CODE
773940         DISPLAY "ERROR: Invalid as-of date " ARG2 (1:8)
773950         GO TO 4100-EXIT
773960     END-IF
773970     IF WS-BH-ASOF-DATE = WS-CURRENT-DATE
773980         MOVE "Y" TO WS-BH-LIVE-SW
773990         GO TO 4100-EXIT
774000     END-IF
774010     IF WS-BH-ASOF-DATE > WS-CURRENT-DATE
774020         MOVE 44 TO WS-RETURN-CODE
774030         DISPLAY "ERROR: As-of date " WS-BH-ASOF-DATE
774040             " is after the business date " WS-CURRENT-DATE
774050         GO TO 4100-EXIT
774060     END-IF
774070     OPEN INPUT BALHIST-FILE
774080     IF WS-BALH-STATUS = "35"
774090         MOVE 44 TO WS-RETURN-CODE
774100         DISPLAY "ERROR: No balance history on file"
774110         GO TO 4100-EXIT
774120     END-IF
774130     IF WS-BALH-STATUS NOT = "00"
774140         MOVE 8 TO WS-RETURN-CODE
774150         DISPLAY "ERROR: Unable to open balance history file"
774160         GO TO 4100-EXIT
774170     END-IF
774180     MOVE ARG1            TO BAL-ACCT-ID
774190     MOVE WS-BH-ASOF-DATE TO BAL-DATE
774200     MOVE "N"             TO WS-FOUND-SW
774210     START BALHIST-FILE KEY IS NOT GREATER THAN BAL-KEY
774220         INVALID KEY
774230             CONTINUE
774240         NOT INVALID KEY
774250             READ BALHIST-FILE NEXT RECORD
774260                 AT END
774270                     CONTINUE
774280                 NOT AT END
774290                     IF BAL-ACCT-ID = ARG1
774300                         MOVE "Y" TO WS-FOUND-SW
774310                     END-IF
774320             END-READ
774330     END-START
774340     CLOSE BALHIST-FILE
774350     IF WS-NOT-FOUND
774360         MOVE 44 TO WS-RETURN-CODE
774370         DISPLAY "ERROR: No balance history for " ARG1
774380             " on or before " WS-BH-ASOF-DATE
774390         GO TO 4100-EXIT
774400     END-IF
774410     PERFORM 4105-SET-STATUS-TEXT THRU 4105-EXIT
774420     DISPLAY "BAL=" BAL-LEDGER-BAL
774430         " AVAIL=" BAL-AVAIL-BAL
774440         " STATUS=" WS-BH-STATUS-TEXT
774450         " AS OF " WS-BH-ASOF-DATE
774460         " (CLOSE OF " BAL-DATE ")".
774470 4100-EXIT.
774480     EXIT.
774490
774500*    THE ACCOUNT STATUS IN BAL-STATUS, AS TEXT.
774510 4105-SET-STATUS-TEXT.
774520     EVALUATE TRUE
774530         WHEN BAL-ST-FROZEN
774540             MOVE "FROZEN" TO WS-BH-STATUS-TEXT
774550         WHEN BAL-ST-CLOSED
774560             MOVE "CLOSED" TO WS-BH-STATUS-TEXT
774570         WHEN OTHER
774580             MOVE "OPEN"   TO WS-BH-STATUS-TEXT
774590     END-EVALUATE.
774600 4105-EXIT.
774610     EXIT.
774620
774630*****************************************************************
774640*    4110-WRITE-BALANCE-HISTORY - CLOSE_DAY'S RECORD OF THE DATE
774650*    BEING CLOSED: ONE LGBALH RECORD PER ACCOUNT ON THE MASTER
774660*    (CLOSED ACCOUNTS TOO) WITH ITS LEDGER BALANCE, ITS ACTIVE
774670*    HOLDS AND AVAILABLE BALANCE, AND ITS STATUS.  A CLOSE RERUN
774680*    AFTER A FAILURE REWRITES WHAT THE FIRST ATTEMPT WROTE.
774690*    LGBALH IS CREATED ON FIRST USE.  THE HOLDS FILE IS HELD OPEN
774700*    AND EACH ACCOUNT'S HOLDS SUMMED WITH 5610, AS 5600 DOES.
774710*****************************************************************
774720 4110-WRITE-BALANCE-HISTORY.
774730     MOVE ZERO TO WS-BH-WRITTEN-CT
774740     OPEN I-O BALHIST-FILE
774750     IF WS-BALH-STATUS = "35"
774760         OPEN OUTPUT BALHIST-FILE
774770         IF WS-BALH-STATUS = "00"
774780             CLOSE BALHIST-FILE
774790             OPEN I-O BALHIST-FILE
774800         END-IF
774810     END-IF
774820     IF WS-BALH-STATUS NOT = "00"
774830         MOVE 8 TO WS-RETURN-CODE
774840         DISPLAY "ERROR: Unable to open balance history file"
774850         GO TO 4110-EXIT
774860     END-IF
774870     OPEN INPUT ACCOUNT-MASTER-FILE
774880     IF WS-ACCT-STATUS NOT = "00"
774890         MOVE 8 TO WS-RETURN-CODE
774900         DISPLAY "ERROR: Unable to open account master file"
774910         CLOSE BALHIST-FILE
774920         GO TO 4110-EXIT
774930     END-IF
774940     OPEN INPUT HOLDS-FILE
774950     IF WS-HOLD-STATUS NOT = "00"
774960         MOVE 8 TO WS-RETURN-CODE
774970         DISPLAY "ERROR: Unable to open holds file"
774980         CLOSE ACCOUNT-MASTER-FILE
774990         CLOSE BALHIST-FILE
775000         GO TO 4110-EXIT
775010     END-IF
775020     MOVE "N" TO WS-BH-EOF-SW
775030     MOVE LOW-VALUES TO ACCT-ID
775040     START ACCOUNT-MASTER-FILE KEY IS NOT LESS THAN ACCT-ID
775050         INVALID KEY
775060             MOVE "Y" TO WS-BH-EOF-SW
775070     END-START
775080     PERFORM 4112-RECORD-ONE-BALANCE THRU 4112-EXIT
775090         UNTIL WS-BH-EOF OR WS-RETURN-CODE NOT = ZERO
775100     CLOSE HOLDS-FILE
775110     CLOSE ACCOUNT-MASTER-FILE
775120     CLOSE BALHIST-FILE
775130     IF WS-RETURN-CODE = ZERO
775140         DISPLAY "Balance history for " WS-CURRENT-DATE
775150             " written - " WS-BH-WRITTEN-CT " account(s)"
775160     END-IF.
775170 4110-EXIT.
775180     EXIT.
775190
775200 4112-RECORD-ONE-BALANCE.
775210     READ ACCOUNT-MASTER-FILE NEXT RECORD
775220         AT END
775230             MOVE "Y" TO WS-BH-EOF-SW
775240             GO TO 4112-EXIT
775250     END-READ
775260     IF ACCT-ID = SPACES
775270         GO TO 4112-EXIT
775280     END-IF
775290     MOVE ZERO    TO WS-HOLD-TOTAL
775300     MOVE ACCT-ID TO WS-HOLD-ACCT
775310     MOVE "N"     TO WS-HOLD-EOF-SW
775320     MOVE ZERO    TO HOLD-ID
775330     START HOLDS-FILE KEY IS NOT LESS THAN HOLD-ID
775340         INVALID KEY
775350             MOVE "Y" TO WS-HOLD-EOF-SW
775360     END-START
775370     PERFORM 5610-SUM-ONE-HOLD THRU 5610-EXIT
775380         UNTIL WS-HOLD-EOF
775390     MOVE ACCT-ID         TO BAL-ACCT-ID
775400     MOVE WS-CURRENT-DATE TO BAL-DATE
775410     MOVE "N"             TO WS-FOUND-SW
775420     READ BALHIST-FILE
775430         INVALID KEY
775440             CONTINUE
775450         NOT INVALID KEY
775460             MOVE "Y" TO WS-FOUND-SW
775470     END-READ
775480     INITIALIZE BAL-RECORD
775490     MOVE ACCT-ID           TO BAL-ACCT-ID
775500     MOVE WS-CURRENT-DATE   TO BAL-DATE
775510     MOVE ACCT-CURRENCY     TO BAL-CURRENCY
775520     MOVE ACCT-STATUS       TO BAL-STATUS
775530     MOVE ACCT-BALANCE      TO BAL-LEDGER-BAL
775540     MOVE WS-HOLD-TOTAL     TO BAL-HOLD-TOTAL
775550     MOVE ACCT-CREDIT-LIMIT TO BAL-CREDIT-LIMIT
775560     COMPUTE BAL-AVAIL-BAL = ACCT-BALANCE - WS-HOLD-TOTAL
775570         + ACCT-CREDIT-LIMIT
775580     MOVE WS-MACHINE-DATE   TO BAL-WRITTEN-DATE
775590     MOVE WS-MACHINE-TIME   TO BAL-WRITTEN-TIME
775600     IF WS-FOUND
775610         REWRITE BAL-RECORD
775620     ELSE
775630         WRITE BAL-RECORD
775640     END-IF
775650     IF WS-BALH-STATUS NOT = "00"
775660         MOVE 8 TO WS-RETURN-CODE
775670         DISPLAY "ERROR: Balance history not written for "
775680             ACCT-ID ", status " WS-BALH-STATUS
775690         GO TO 4112-EXIT
775700     END-IF
775710     ADD 1 TO WS-BH-WRITTEN-CT.
775720 4112-EXIT.
775730     EXIT.
775740
775750*****************************************************************
775760*    4130-BALANCE-REPORT - MONTHLY AVERAGE-BALANCE REPORT FROM THE
775770*    DAILY BALANCE HISTORY.  ARG1 = MONTH (YYYYMM, DEFAULT THE
775780*    MONTH OF THE DAY BEFORE THE BUSINESS DATE - ON THE FIRST
775790*    BUSINESS DAY OF A MONTH, THE MONTH JUST ENDED).  EVERY
775800*    CALENDAR DAY COUNTS, EACH AT THE LAST CLOSE ON OR BEFORE IT,
775810*    THROUGH THE MONTH END OR THE DAY BEFORE THE BUSINESS DATE,
775820*    WHICHEVER COMES FIRST; AN ACCOUNT WHOSE HISTORY STARTS IN
775830*    THE MONTH COUNTS FROM ITS FIRST CLOSE.  PER ACCOUNT: DAYS
775840*    COUNTED, AVERAGE DAILY BALANCE, MINIMUM, MAXIMUM, DAYS
775850*    OVERDRAWN (BELOW ZERO) AND STATUS AT THE LAST CLOSE, GROUPED
775860*    AND SUBTOTALLED BY CURRENCY.  CODE 44 WHEN THE MONTH HAS NO
775870*    CLOSED DAYS OR THERE IS NO HISTORY.
775880*****************************************************************
775890 4130-BALANCE-REPORT.
775900     MOVE ZERO TO WS-RETURN-CODE
775910     COMPUTE WS-BH-INT-TO =
775920         FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE) - 1
775930     MOVE FUNCTION DATE-OF-INTEGER(WS-BH-INT-TO)
775940         TO WS-BH-LAST-CLOSED
775950     IF ARG1 = SPACES
775960         DIVIDE WS-BH-LAST-CLOSED BY 100 GIVING WS-BH-MONTH
775970     ELSE
775980         IF ARG1 (1:6) IS NOT NUMERIC
775990             OR ARG1 (7:) NOT = SPACES
776000             OR ARG1 (5:2) < "01"
776010             OR ARG1 (5:2) > "12"
776020             MOVE 6 TO WS-RETURN-CODE
776030             DISPLAY "ERROR: Usage is BAL_REPORT [month YYYYMM]"
776040             GO TO 4130-EXIT
776050         END-IF
776060         MOVE ARG1 (1:6) TO WS-BH-MONTH
776070     END-IF
776080     COMPUTE WS-BH-FIRST-DAY = WS-BH-MONTH * 100 + 1
776090     MOVE WS-BH-MONTH-YY TO WS-ADV-YY
776100     MOVE WS-BH-MONTH-MM TO WS-ADV-MM
776110     PERFORM 7360-DAYS-IN-MONTH THRU 7360-EXIT
776120     COMPUTE WS-BH-MONTH-END = WS-BH-MONTH * 100 + WS-ADV-MAX-DD
776130     IF WS-BH-FIRST-DAY > WS-BH-LAST-CLOSED
776140         MOVE 44 TO WS-RETURN-CODE
776150         DISPLAY "ERROR: Month " WS-BH-MONTH " has no closed "
776160             "business days yet"
776170         GO TO 4130-EXIT
776180     END-IF
776190     MOVE WS-BH-MONTH-END TO WS-BH-LAST-DAY
776200     IF WS-BH-LAST-CLOSED < WS-BH-MONTH-END
776210         MOVE WS-BH-LAST-CLOSED TO WS-BH-LAST-DAY
776220     END-IF
776230
776240     OPEN INPUT BALHIST-FILE
776250     IF WS-BALH-STATUS = "35"
776260         MOVE 44 TO WS-RETURN-CODE
776270         DISPLAY "ERROR: No balance history on file"
776280         GO TO 4130-EXIT
776290     END-IF
776300     IF WS-BALH-STATUS NOT = "00"
776310         MOVE 8 TO WS-RETURN-CODE
776320         DISPLAY "ERROR: Unable to open balance history file"
776330         GO TO 4130-EXIT
776340     END-IF
776350     OPEN INPUT ACCOUNT-MASTER-FILE
776360     IF WS-ACCT-STATUS NOT = "00"
776370         MOVE 8 TO WS-RETURN-CODE
776380         DISPLAY "ERROR: Unable to open account master file"
776390         CLOSE BALHIST-FILE
776400         GO TO 4130-EXIT
776410     END-IF
776420
776430     MOVE ZERO TO WS-BH-CCY-COUNT
776440     MOVE "N"  TO WS-BH-EOF-SW
776450     MOVE LOW-VALUES TO ACCT-ID
776460     START ACCOUNT-MASTER-FILE KEY IS NOT LESS THAN ACCT-ID
776470         INVALID KEY
776480             MOVE "Y" TO WS-BH-EOF-SW
776490     END-START
776500     PERFORM 4132-TABLE-ONE-CURRENCY THRU 4132-EXIT
776510         UNTIL WS-BH-EOF OR WS-RETURN-CODE NOT = ZERO
776520     IF WS-RETURN-CODE NOT = ZERO
776530         CLOSE ACCOUNT-MASTER-FILE
776540         CLOSE BALHIST-FILE
776550         GO TO 4130-EXIT
776560     END-IF
776570
776580     DISPLAY "***** AVERAGE BALANCE REPORT *****"
776590     DISPLAY "MONTH " WS-BH-MONTH "  DAYS " WS-BH-FIRST-DAY
776600         " TO " WS-BH-LAST-DAY
776610     IF WS-BH-LAST-DAY < WS-BH-MONTH-END
776620         DISPLAY "MONTH TO DATE - THE MONTH IS NOT YET CLOSED"
776630     END-IF
776640     MOVE ZERO   TO WS-BH-RPT-ACCT-CT WS-BH-RPT-OD-ACCTS
776650     MOVE ZERO   TO WS-BH-NO-HIST-CT
776660     MOVE SPACES TO WS-BH-LAST-CCY
776670     MOVE ZERO   TO WS-BH-CCY-DONE
776680     PERFORM 4134-REPORT-ONE-CURRENCY THRU 4134-EXIT
776690         UNTIL WS-BH-CCY-DONE >= WS-BH-CCY-COUNT
776700     CLOSE ACCOUNT-MASTER-FILE
776710     CLOSE BALHIST-FILE
776720     DISPLAY " "
776730     DISPLAY "ACCOUNTS REPORTED        " WS-BH-RPT-ACCT-CT
776740     DISPLAY "ACCOUNTS OVERDRAWN       " WS-BH-RPT-OD-ACCTS
776750     DISPLAY "ACCOUNTS WITHOUT HISTORY " WS-BH-NO-HIST-CT
776760     IF WS-BH-RPT-ACCT-CT = ZERO
776770         MOVE 44 TO WS-RETURN-CODE
776780         DISPLAY "ERROR: No balance history for month "
776790             WS-BH-MONTH
776800     END-IF.
776810 4130-EXIT.
776820     EXIT.
776830
776840*    ADD THE ACCOUNT'S CURRENCY TO THE TABLE ON FIRST SIGHT.  A
776850*    FULL TABLE STOPS THE REPORT (CODE 12).
776860 4132-TABLE-ONE-CURRENCY.
776870     READ ACCOUNT-MASTER-FILE NEXT RECORD
776880         AT END
776890             MOVE "Y" TO WS-BH-EOF-SW
776900             GO TO 4132-EXIT
776910     END-READ
776920     IF ACCT-ID = SPACES
776930         GO TO 4132-EXIT
776940     END-IF
776950     MOVE ACCT-CURRENCY TO WS-BH-W-CCY
776960     MOVE ZERO TO WS-BH-CCY-IDX
776970     MOVE "N"  TO WS-FOUND-SW
776980     PERFORM 4133-SEARCH-CURRENCY THRU 4133-EXIT
776990         UNTIL WS-FOUND OR WS-BH-CCY-IDX >= WS-BH-CCY-COUNT
777000     IF WS-FOUND
777010         GO TO 4132-EXIT
777020     END-IF
777030     IF WS-BH-CCY-COUNT >= WS-BH-CCY-MAX
777040         MOVE 12 TO WS-RETURN-CODE
777050         DISPLAY "ERROR: More currencies than the report table "
777060             "holds"
777070         GO TO 4132-EXIT
777080     END-IF
777090     ADD 1 TO WS-BH-CCY-COUNT
777100     MOVE WS-BH-CCY-COUNT TO WS-BH-CCY-IDX
777110     MOVE ACCT-CURRENCY   TO WS-BH-C-CCY (WS-BH-CCY-IDX)
777120     MOVE ZERO TO WS-BH-C-ACCT-CT (WS-BH-CCY-IDX)
777130                  WS-BH-C-OD-ACCTS (WS-BH-CCY-IDX)
777140                  WS-BH-C-OD-DAYS (WS-BH-CCY-IDX)
777150                  WS-BH-C-AVG-TOTAL (WS-BH-CCY-IDX)
777160                  WS-BH-C-MIN (WS-BH-CCY-IDX)
777170                  WS-BH-C-MAX (WS-BH-CCY-IDX).
777180 4132-EXIT.
777190     EXIT.
777200
777210 4133-SEARCH-CURRENCY.
777220     ADD 1 TO WS-BH-CCY-IDX
777230     IF WS-BH-C-CCY (WS-BH-CCY-IDX) = WS-BH-W-CCY
777240         MOVE "Y" TO WS-FOUND-SW
777250     END-IF.
777260 4133-EXIT.
777270     EXIT.
777280
777290*****************************************************************
777300*    4134-REPORT-ONE-CURRENCY - THE NEXT CURRENCY IN ORDER AFTER
777310*    WS-BH-LAST-CCY: ITS ACCOUNTS, ONE LINE EACH, THEN ITS
777320*    SUBTOTAL.  WS-BH-CCY-DONE COUNTS THE CURRENCIES DONE.
777330*****************************************************************
777340 4134-REPORT-ONE-CURRENCY.
777350     ADD 1 TO WS-BH-CCY-DONE
777360     MOVE ZERO        TO WS-BH-CCY-PICK
777370     MOVE HIGH-VALUES TO WS-BH-W-CCY
777380     MOVE ZERO        TO WS-BH-CCY-IDX
777390     PERFORM 4135-PICK-NEXT-CURRENCY THRU 4135-EXIT
777400         UNTIL WS-BH-CCY-IDX >= WS-BH-CCY-COUNT
777410     IF WS-BH-CCY-PICK = ZERO
777420         MOVE WS-BH-CCY-COUNT TO WS-BH-CCY-DONE
777430         GO TO 4134-EXIT
777440     END-IF
777450     MOVE WS-BH-W-CCY TO WS-BH-LAST-CCY
777460     DISPLAY " "
777470     DISPLAY "CURRENCY " WS-BH-LAST-CCY
777480     DISPLAY "  ACCOUNT                           DAYS"
777490         "   AVERAGE DAILY BALANCE  MINIMUM BALANCE"
777500         "  MAXIMUM BALANCE  OD DAYS STATUS"
777510     MOVE "N" TO WS-BH-EOF-SW
777520     MOVE LOW-VALUES TO ACCT-ID
777530     START ACCOUNT-MASTER-FILE KEY IS NOT LESS THAN ACCT-ID
777540         INVALID KEY
777550             MOVE "Y" TO WS-BH-EOF-SW
777560     END-START
777570     PERFORM 4136-REPORT-ONE-ACCOUNT THRU 4136-EXIT
777580         UNTIL WS-BH-EOF
777590     MOVE WS-BH-C-AVG-TOTAL (WS-BH-CCY-PICK) TO WS-BH-AVG-EDIT
777600     MOVE WS-BH-C-MIN (WS-BH-CCY-PICK)       TO WS-BH-MIN-EDIT
777610     MOVE WS-BH-C-MAX (WS-BH-CCY-PICK)       TO WS-BH-MAX-EDIT
777620     DISPLAY "  " WS-BH-LAST-CCY " TOTAL, "
777630         WS-BH-C-ACCT-CT (WS-BH-CCY-PICK) " ACCOUNT(S)"
777640         "           " WS-BH-AVG-EDIT " " WS-BH-MIN-EDIT " "
777650         WS-BH-MAX-EDIT " " WS-BH-C-OD-DAYS (WS-BH-CCY-PICK)
777660     DISPLAY "  " WS-BH-LAST-CCY " ACCOUNTS OVERDRAWN IN THE "
777670         "MONTH: " WS-BH-C-OD-ACCTS (WS-BH-CCY-PICK).
777680 4134-EXIT.
777690     EXIT.
777700
777710*    THE LOWEST CURRENCY ABOVE WS-BH-LAST-CCY, INTO WS-BH-CCY-PICK
777720*    (ROW) AND WS-BH-W-CCY (CODE).
777730 4135-PICK-NEXT-CURRENCY.
777740     ADD 1 TO WS-BH-CCY-IDX
777750     IF WS-BH-C-CCY (WS-BH-CCY-IDX) > WS-BH-LAST-CCY
777760         AND WS-BH-C-CCY (WS-BH-CCY-IDX) < WS-BH-W-CCY
777770         MOVE WS-BH-C-CCY (WS-BH-CCY-IDX) TO WS-BH-W-CCY
777780         MOVE WS-BH-CCY-IDX TO WS-BH-CCY-PICK
777790     END-IF.
777800 4135-EXIT.
777810     EXIT.
777820
777830 4136-REPORT-ONE-ACCOUNT.
777840     READ ACCOUNT-MASTER-FILE NEXT RECORD
777850         AT END
777860             MOVE "Y" TO WS-BH-EOF-SW
777870             GO TO 4136-EXIT
777880     END-READ
777890     IF ACCT-ID = SPACES
777900         OR ACCT-CURRENCY NOT = WS-BH-LAST-CCY
777910         GO TO 4136-EXIT
777920     END-IF
777930     MOVE ACCT-ID TO WS-BH-ACCT
777940     PERFORM 4140-ACCOUNT-STATISTICS THRU 4140-EXIT
777950     IF WS-BH-DAYS = ZERO
777960         ADD 1 TO WS-BH-NO-HIST-CT
777970         GO TO 4136-EXIT
777980     END-IF
777990     MOVE WS-BH-CUR-STATUS TO BAL-STATUS
778000     PERFORM 4105-SET-STATUS-TEXT THRU 4105-EXIT
778010     MOVE WS-BH-AVG TO WS-BH-AVG-EDIT
778020     MOVE WS-BH-MIN TO WS-BH-MIN-EDIT
778030     MOVE WS-BH-MAX TO WS-BH-MAX-EDIT
778040     DISPLAY "  " WS-BH-ACCT " " WS-BH-DAYS " " WS-BH-AVG-EDIT
778050         " " WS-BH-MIN-EDIT " " WS-BH-MAX-EDIT "   "
778060         WS-BH-OD-DAYS " " WS-BH-STATUS-TEXT
778070     ADD 1 TO WS-BH-RPT-ACCT-CT
778080     IF WS-BH-C-ACCT-CT (WS-BH-CCY-PICK) = ZERO
778090         MOVE WS-BH-MIN TO WS-BH-C-MIN (WS-BH-CCY-PICK)
778100         MOVE WS-BH-MAX TO WS-BH-C-MAX (WS-BH-CCY-PICK)
778110     END-IF
778120     IF WS-BH-MIN < WS-BH-C-MIN (WS-BH-CCY-PICK)
778130         MOVE WS-BH-MIN TO WS-BH-C-MIN (WS-BH-CCY-PICK)
778140     END-IF
778150     IF WS-BH-MAX > WS-BH-C-MAX (WS-BH-CCY-PICK)
778160         MOVE WS-BH-MAX TO WS-BH-C-MAX (WS-BH-CCY-PICK)
778170     END-IF
778180     ADD 1 TO WS-BH-C-ACCT-CT (WS-BH-CCY-PICK)
778190     ADD WS-BH-AVG TO WS-BH-C-AVG-TOTAL (WS-BH-CCY-PICK)
778200     IF WS-BH-OD-DAYS > ZERO
778210         ADD 1 TO WS-BH-C-OD-ACCTS (WS-BH-CCY-PICK)
778220         ADD 1 TO WS-BH-RPT-OD-ACCTS
778230         ADD WS-BH-OD-DAYS TO WS-BH-C-OD-DAYS (WS-BH-CCY-PICK)
778240     END-IF.
778250 4136-EXIT.
778260     EXIT.
778270
778280*****************************************************************
778290*    4140-ACCOUNT-STATISTICS - WS-BH-ACCT'S MONTH FROM LGBALH.
778300*    THE CLOSE IN FORCE ON THE FIRST DAY (THE LAST ONE ON OR
778310*    BEFORE IT) OPENS THE MONTH; EACH LATER CLOSE IN THE MONTH
778320*    ENDS THE SPAN OF DAYS THE ONE BEFORE IT COVERED; THE LAST
778330*    CLOSE RUNS ON TO WS-BH-LAST-DAY.  LEAVES WS-BH-DAYS (ZERO
778340*    WHEN THE ACCOUNT HAS NO HISTORY FOR THE MONTH), WS-BH-AVG,
778350*    -MIN, -MAX, -OD-DAYS AND THE STATUS AT THE LAST CLOSE.
778360*****************************************************************
778370 4140-ACCOUNT-STATISTICS.
778380     MOVE ZERO  TO WS-BH-DAYS WS-BH-OD-DAYS WS-BH-BAL-DAYS
778390     MOVE ZERO  TO WS-BH-AVG WS-BH-MIN WS-BH-MAX WS-BH-CUR-BAL
778400     MOVE SPACE TO WS-BH-CUR-STATUS
778410     MOVE "N"   TO WS-BH-HAVE-SW
778420     MOVE WS-BH-ACCT      TO BAL-ACCT-ID
778430     MOVE WS-BH-FIRST-DAY TO BAL-DATE
778440     START BALHIST-FILE KEY IS NOT GREATER THAN BAL-KEY
778450         INVALID KEY
778460             CONTINUE
778470         NOT INVALID KEY
778480             READ BALHIST-FILE NEXT RECORD
778490                 AT END
778500                     CONTINUE
778510                 NOT AT END
778520                     IF BAL-ACCT-ID = WS-BH-ACCT
778530                         MOVE "Y"             TO WS-BH-HAVE-SW
778540                         MOVE WS-BH-FIRST-DAY TO WS-BH-CUR-DATE
778550                         MOVE BAL-LEDGER-BAL  TO WS-BH-CUR-BAL
778560                         MOVE BAL-STATUS      TO WS-BH-CUR-STATUS
778570                     END-IF
778580             END-READ
778590     END-START
778600     MOVE "N" TO WS-BH-HIST-END-SW
778610     MOVE WS-BH-ACCT      TO BAL-ACCT-ID
778620     MOVE WS-BH-FIRST-DAY TO BAL-DATE
778630     START BALHIST-FILE KEY IS GREATER THAN BAL-KEY
778640         INVALID KEY
778650             MOVE "Y" TO WS-BH-HIST-END-SW
778660     END-START
778670     PERFORM 4142-NEXT-CLOSE THRU 4142-EXIT
778680         UNTIL WS-BH-HIST-END
778690     IF NOT WS-BH-HAVE-BAL
778700         GO TO 4140-EXIT
778710     END-IF
778720     COMPUTE WS-BH-INT-TO =
778730         FUNCTION INTEGER-OF-DATE(WS-BH-LAST-DAY) + 1
778740     PERFORM 4144-ADD-SPAN THRU 4144-EXIT
778750     IF WS-BH-DAYS > ZERO
778760         COMPUTE WS-BH-AVG ROUNDED = WS-BH-BAL-DAYS / WS-BH-DAYS
778770     END-IF.
778780 4140-EXIT.
778790     EXIT.
778800
778810*    ONE LATER CLOSE OF THE ACCOUNT IN THE MONTH.
778820 4142-NEXT-CLOSE.
778830     READ BALHIST-FILE NEXT RECORD
778840         AT END
778850             MOVE "Y" TO WS-BH-HIST-END-SW
778860             GO TO 4142-EXIT
778870     END-READ
778880     IF BAL-ACCT-ID NOT = WS-BH-ACCT
778890         OR BAL-DATE > WS-BH-LAST-DAY
778900         MOVE "Y" TO WS-BH-HIST-END-SW
778910         GO TO 4142-EXIT
778920     END-IF
778930     IF WS-BH-HAVE-BAL
778940         COMPUTE WS-BH-INT-TO = FUNCTION INTEGER-OF-DATE(BAL-DATE)
778950         PERFORM 4144-ADD-SPAN THRU 4144-EXIT
778960     END-IF
778970     MOVE "Y"            TO WS-BH-HAVE-SW
778980     MOVE BAL-DATE       TO WS-BH-CUR-DATE
778990     MOVE BAL-LEDGER-BAL TO WS-BH-CUR-BAL
779000     MOVE BAL-STATUS     TO WS-BH-CUR-STATUS.
779010 4142-EXIT.
779020     EXIT.
779030
779040*    THE DAYS FROM WS-BH-CUR-DATE UP TO (NOT INCLUDING) DAY
779050*    NUMBER WS-BH-INT-TO, ALL AT WS-BH-CUR-BAL.
779060 4144-ADD-SPAN.
779070     COMPUTE WS-BH-SPAN = WS-BH-INT-TO
779080         - FUNCTION INTEGER-OF-DATE(WS-BH-CUR-DATE)
779090     IF WS-BH-SPAN = ZERO
779100         GO TO 4144-EXIT
779110     END-IF
779120     IF WS-BH-DAYS = ZERO
779130         MOVE WS-BH-CUR-BAL TO WS-BH-MIN WS-BH-MAX
779140     END-IF
779150     IF WS-BH-CUR-BAL < WS-BH-MIN
779160         MOVE WS-BH-CUR-BAL TO WS-BH-MIN
779170     END-IF
779180     IF WS-BH-CUR-BAL > WS-BH-MAX
779190         MOVE WS-BH-CUR-BAL TO WS-BH-MAX
779200     END-IF
779210     ADD WS-BH-SPAN TO WS-BH-DAYS
779220     COMPUTE WS-BH-BAL-DAYS = WS-BH-BAL-DAYS
779230         + WS-BH-CUR-BAL * WS-BH-SPAN
779240     IF WS-BH-CUR-BAL < ZERO
779250         ADD WS-BH-SPAN TO WS-BH-OD-DAYS
779260     END-IF.
779270 4144-EXIT.
779280     EXIT.
779290
779300*****************************************************************
779310*    4700-SET-SWEEP - ADD OR CHANGE A SUB-ACCOUNT'S CASH SWEEP.
779320*    ARG1 = SUB-ACCOUNT, ARG2 = MASTER ACCOUNT, ARG3 = RULE (A =
779330*    SWEEP ALL, T = SWEEP ABOVE TARGET, M = TOP UP TO MINIMUM),
779340*    ARG4 = THE TARGET OR MINIMUM (NONE FOR A).  BOTH ACCOUNTS
779350*    MUST BE ON FILE, NOT CLOSED, AND IN ONE CURRENCY.  THE
779360*    MASTER'S OWN RELATIONSHIPS ARE CLIMBED FIRST: ONE THAT LEADS
779370*    BACK TO THE SUB-ACCOUNT WOULD MAKE A LOOP, AND A STRUCTURE
779380*    DEEPER THAN WS-SWP-MAX-LEVELS IS REFUSED.  A SUB-ACCOUNT HAS
779390*    ONE MASTER - SETTING IT AGAIN REPLACES THE RELATIONSHIP.
779400*****************************************************************
779410 4700-SET-SWEEP.
779420     MOVE ZERO TO WS-RETURN-CODE
779430     IF ARG1 = SPACES OR ARG2 = SPACES OR ARG3 = SPACES
779440         MOVE 6 TO WS-RETURN-CODE
779450         DISPLAY "ERROR: Usage is SET_SWEEP sub-acct master-acct "
779460             "A|T|M [amount]"
779470         GO TO 4700-EXIT
779480     END-IF
779490     IF ARG1 = ARG2
779500         MOVE 45 TO WS-RETURN-CODE
779510         DISPLAY "ERROR: An account cannot sweep into itself"
779520         GO TO 4700-EXIT
779530     END-IF
779540     MOVE ARG3 (1:1) TO WS-SWP-W-RULE
779550     IF NOT WS-SWP-RULE-OK
779560         OR ARG3 (2:) NOT = SPACES
779570         MOVE 45 TO WS-RETURN-CODE
779580         DISPLAY "ERROR: Sweep rule must be A, T or M"
779590         GO TO 4700-EXIT
779600     END-IF
779610     MOVE ZERO TO WS-SWP-W-CENTS
779620     IF WS-SWP-W-RULE = "A"
779630         IF ARG4 NOT = SPACES
779640             MOVE 45 TO WS-RETURN-CODE
779650             DISPLAY "ERROR: A sweep-all rule takes no amount"
779660         END-IF
779670     ELSE
779680         IF ARG4 = SPACES
779690             MOVE 45 TO WS-RETURN-CODE
779700             DISPLAY "ERROR: Target or minimum balance required"
779710         ELSE
779720             MOVE FUNCTION NUMVAL(ARG4) TO WS-SWP-W-AMOUNT
779730             MOVE WS-SWP-W-AMOUNT TO WS-SWP-W-CENTS
779740             IF WS-SWP-W-AMOUNT NOT = WS-SWP-W-CENTS
779750                 OR WS-SWP-W-CENTS < ZERO
779760                 OR (WS-SWP-W-RULE = "M"
779770                     AND WS-SWP-W-CENTS = ZERO)
779780                 MOVE 45 TO WS-RETURN-CODE
779790                 DISPLAY "ERROR: Invalid sweep amount: " ARG4
779800             END-IF
779810         END-IF
779820     END-IF
779830     IF WS-RETURN-CODE NOT = ZERO
779840         GO TO 4700-EXIT
779850     END-IF
779860
779870     OPEN INPUT ACCOUNT-MASTER-FILE
779880     IF WS-ACCT-STATUS NOT = "00"
779890         MOVE 8 TO WS-RETURN-CODE
779900         DISPLAY "ERROR: Unable to open account master file"
779910         GO TO 4700-EXIT
779920     END-IF
779930     MOVE ARG1 TO WS-SWP-CHECK-ACCT
779940     PERFORM 4705-CHECK-SWEEP-ACCOUNT THRU 4705-EXIT
779950     MOVE WS-SWP-CHECK-CCY TO WS-SWP-SUB-CCY
779960     IF WS-RETURN-CODE = ZERO
779970         MOVE ARG2 TO WS-SWP-CHECK-ACCT
779980         PERFORM 4705-CHECK-SWEEP-ACCOUNT THRU 4705-EXIT
779990     END-IF
780000     CLOSE ACCOUNT-MASTER-FILE
780010     IF WS-RETURN-CODE NOT = ZERO
780020         GO TO 4700-EXIT
780030     END-IF
780040     IF WS-SWP-CHECK-CCY NOT = WS-SWP-SUB-CCY
780050         MOVE 45 TO WS-RETURN-CODE
780060         DISPLAY "ERROR: Sub-account is " WS-SWP-SUB-CCY
780070             " but the master is " WS-SWP-CHECK-CCY
780080             " - a sweep must stay in one currency"
780090         GO TO 4700-EXIT
780100     END-IF
780110
780120     PERFORM 4709-OPEN-SWEEP-FILE THRU 4709-EXIT
780130     IF WS-RETURN-CODE NOT = ZERO
780140         GO TO 4700-EXIT
780150     END-IF
780160     MOVE ARG2 TO WS-SWP-CLIMB-ACCT
780170     MOVE ZERO TO WS-SWP-CLIMB-CT
780180     MOVE "N"  TO WS-SWP-TOP-SW
780190     PERFORM 4707-CLIMB-ONE-LEVEL THRU 4707-EXIT
780200         UNTIL WS-SWP-AT-TOP
780210         OR WS-RETURN-CODE NOT = ZERO
780220     IF WS-RETURN-CODE NOT = ZERO
780230         CLOSE SWEEP-FILE
780240         GO TO 4700-EXIT
780250     END-IF
780260
780270     MOVE ARG1 TO SWP-SUB-ACCT
780280     MOVE "N"  TO WS-FOUND-SW
780290     READ SWEEP-FILE
780300         INVALID KEY
780310             INITIALIZE SWP-RECORD
780320         NOT INVALID KEY
780330             MOVE "Y" TO WS-FOUND-SW
780340     END-READ
780350*    A REPLACED RELATIONSHIP KEEPS ITS LAST-SWEEP DETAILS.
780360     MOVE ARG1            TO SWP-SUB-ACCT
780370     MOVE ARG2            TO SWP-MASTER-ACCT
780380     MOVE WS-SWP-W-RULE   TO SWP-RULE
780390     MOVE WS-SWP-W-CENTS  TO SWP-AMOUNT
780400     MOVE "A"             TO SWP-STATUS
780410     MOVE WS-CURRENT-DATE TO SWP-SET-DATE
780420     MOVE WS-SIGNON-OPER  TO SWP-SET-OPERATOR
780430     IF WS-FOUND
780440         REWRITE SWP-RECORD
780450     ELSE
780460         WRITE SWP-RECORD
780470     END-IF
780480     IF WS-SWP-STATUS NOT = "00"
780490         MOVE 8 TO WS-RETURN-CODE
780500         DISPLAY "ERROR: Sweep relationship not saved, status "
780510             WS-SWP-STATUS
780520     ELSE
780530         DISPLAY "Sweep set:"
780540         PERFORM 4724-DISPLAY-SWEEP THRU 4724-EXIT
780550     END-IF
780560     CLOSE SWEEP-FILE.
780570 4700-EXIT.
780580     EXIT.
780590
780600*    ONE OF THE RELATIONSHIP'S ACCOUNTS (WS-SWP-CHECK-ACCT), ITS
780610*    CURRENCY LEFT IN WS-SWP-CHECK-CCY - THE ACCOUNT MASTER MUST
780620*    BE OPEN.
780630 4705-CHECK-SWEEP-ACCOUNT.
780640     MOVE SPACES TO WS-SWP-CHECK-CCY
780650     MOVE WS-SWP-CHECK-ACCT TO ACCT-ID
780660     READ ACCOUNT-MASTER-FILE
780670         INVALID KEY
780680             MOVE 3 TO WS-RETURN-CODE
780690             DISPLAY "ERROR: Account not found: "
780700                 WS-SWP-CHECK-ACCT
780710             GO TO 4705-EXIT
780720     END-READ
780730     IF ACCT-ST-CLOSED
780740         MOVE 45 TO WS-RETURN-CODE
780750         DISPLAY "ERROR: Account is closed: " WS-SWP-CHECK-ACCT
780760         GO TO 4705-EXIT
780770     END-IF
780780     MOVE ACCT-CURRENCY TO WS-SWP-CHECK-CCY.
780790 4705-EXIT.
780800     EXIT.
780810
780820*    ONE STEP UP FROM WS-SWP-CLIMB-ACCT: IF IT IS ITSELF AN
780830*    ACTIVE SUB-ACCOUNT, MOVE TO ITS MASTER.  REACHING THE NEW
780840*    SUB-ACCOUNT (ARG1) MEANS THE NEW RELATIONSHIP WOULD CLOSE A
780850*    LOOP.
780860 4707-CLIMB-ONE-LEVEL.
780870     IF WS-SWP-CLIMB-ACCT = ARG1
780880         MOVE 45 TO WS-RETURN-CODE
780890         DISPLAY "ERROR: " ARG2 " already sweeps, directly or "
780900             "through other accounts, into " ARG1
780910             " - the relationship would make a loop"
780920         GO TO 4707-EXIT
780930     END-IF
780940     MOVE WS-SWP-CLIMB-ACCT TO SWP-SUB-ACCT
780950     READ SWEEP-FILE
780960         INVALID KEY
780970             MOVE "Y" TO WS-SWP-TOP-SW
780980             GO TO 4707-EXIT
780990     END-READ
781000     IF NOT SWP-ST-ACTIVE
781010         MOVE "Y" TO WS-SWP-TOP-SW
781020         GO TO 4707-EXIT
781030     END-IF
781040     ADD 1 TO WS-SWP-CLIMB-CT
781050     IF WS-SWP-CLIMB-CT >= WS-SWP-MAX-LEVELS
781060         MOVE 45 TO WS-RETURN-CODE
781070         DISPLAY "ERROR: The structure above " ARG1 " would be "
781080             "more than " WS-SWP-MAX-LEVELS " levels deep"
781090         GO TO 4707-EXIT
781100     END-IF
781110     MOVE SWP-MASTER-ACCT TO WS-SWP-CLIMB-ACCT.
781120 4707-EXIT.
781130     EXIT.
781140
781150*****************************************************************
781160*    4709-OPEN-SWEEP-FILE - OPEN LGSWEEP I-O, CREATING IT ON FIRST
781170*    USE.
781180*****************************************************************
781190 4709-OPEN-SWEEP-FILE.
781200     OPEN I-O SWEEP-FILE
781210     IF WS-SWP-STATUS = "35"
781220         OPEN OUTPUT SWEEP-FILE
781230         IF WS-SWP-STATUS = "00"
781240             CLOSE SWEEP-FILE
781250             OPEN I-O SWEEP-FILE
781260         END-IF
781270     END-IF
781280     IF WS-SWP-STATUS NOT = "00"
781290         MOVE 8 TO WS-RETURN-CODE
781300         DISPLAY "ERROR: Unable to open cash sweep file"
781310     END-IF.
781320 4709-EXIT.
781330     EXIT.
781340
781350*****************************************************************
781360*    4710-DELETE-SWEEP - REMOVE A SUB-ACCOUNT'S SWEEP.  ARG1 = THE
781370*    SUB-ACCOUNT.  THE RECORD IS KEPT, MARKED "X", FOR AUDIT.  ANY
781380*    SUB-ACCOUNTS BELOW IT STILL SWEEP INTO IT.
781390*****************************************************************
781400 4710-DELETE-SWEEP.
781410     MOVE ZERO TO WS-RETURN-CODE
781420     IF ARG1 = SPACES
781430         MOVE 6 TO WS-RETURN-CODE
781440         DISPLAY "ERROR: Sub-account required"
781450         GO TO 4710-EXIT
781460     END-IF
781470     OPEN I-O SWEEP-FILE
781480     IF WS-SWP-STATUS = "35"
781490         MOVE 45 TO WS-RETURN-CODE
781500         DISPLAY "ERROR: No active sweep for " ARG1
781510         GO TO 4710-EXIT
781520     END-IF
781530     IF WS-SWP-STATUS NOT = "00"
781540         MOVE 8 TO WS-RETURN-CODE
781550         DISPLAY "ERROR: Unable to open cash sweep file"
781560         GO TO 4710-EXIT
781570     END-IF
781580     MOVE ARG1 TO SWP-SUB-ACCT
781590     READ SWEEP-FILE
781600         INVALID KEY
781610             MOVE 45 TO WS-RETURN-CODE
781620             DISPLAY "ERROR: No active sweep for " ARG1
781630         NOT INVALID KEY
781640             IF NOT SWP-ST-ACTIVE
781650                 MOVE 45 TO WS-RETURN-CODE
781660                 DISPLAY "ERROR: No active sweep for " ARG1
781670             ELSE
781680                 MOVE "X"             TO SWP-STATUS
781690                 MOVE WS-CURRENT-DATE TO SWP-SET-DATE
781700                 MOVE WS-SIGNON-OPER  TO SWP-SET-OPERATOR
781702                 REWRITE SWP-RECORD
781704                 IF WS-SWP-STATUS NOT = "00"
781706                     MOVE 8 TO WS-RETURN-CODE
781708                     DISPLAY "ERROR: Sweep relationship not "
781710                         "removed, status " WS-SWP-STATUS
781712                 ELSE
781714                     DISPLAY "Sweep removed: " ARG1 " -> "
781716                         SWP-MASTER-ACCT
781718                 END-IF
781720             END-IF
781750     END-READ
781760     CLOSE SWEEP-FILE.
781770 4710-EXIT.
781780     EXIT.
781790
781800*****************************************************************
781810*    4720-LIST-SWEEPS - LIST THE ACTIVE SWEEP RELATIONSHIPS BY
781820*    SUB-ACCOUNT, WITH EACH ONE'S LAST SWEEP.  ARG1 = ALL ALSO
781830*    LISTS THE REMOVED ONES.
781840*****************************************************************
781850 4720-LIST-SWEEPS.
781860     MOVE ZERO TO WS-RETURN-CODE
781870     MOVE ZERO TO WS-SWP-LIST-CT
781880     MOVE "N"  TO WS-SWP-EOF-SW
781890     MOVE "N"  TO WS-SWP-LIST-ALL-SW
781900     IF ARG1 = "ALL"
781910         MOVE "Y" TO WS-SWP-LIST-ALL-SW
781920     END-IF
781930     OPEN INPUT SWEEP-FILE
781940     IF WS-SWP-STATUS = "35"
781950         DISPLAY "No sweep relationships on file"
781960         GO TO 4720-EXIT
781970     END-IF
781980     IF WS-SWP-STATUS NOT = "00"
781990         MOVE 8 TO WS-RETURN-CODE
782000         DISPLAY "ERROR: Unable to open cash sweep file"
782010         GO TO 4720-EXIT
782020     END-IF
782030     DISPLAY "***** CASH SWEEP RELATIONSHIPS *****"
782040     MOVE LOW-VALUES TO SWP-SUB-ACCT
782050     START SWEEP-FILE KEY IS NOT LESS THAN SWP-SUB-ACCT
782060         INVALID KEY
782070             MOVE "Y" TO WS-SWP-EOF-SW
782080     END-START
782090     PERFORM 4722-LIST-ONE-SWEEP THRU 4722-EXIT
782100         UNTIL WS-SWP-EOF
782110     CLOSE SWEEP-FILE
782120     DISPLAY "RELATIONSHIPS LISTED " WS-SWP-LIST-CT.
782130 4720-EXIT.
782140     EXIT.
782150
782160 4722-LIST-ONE-SWEEP.
782170     READ SWEEP-FILE NEXT RECORD
782180         AT END
782190             MOVE "Y" TO WS-SWP-EOF-SW
782200             GO TO 4722-EXIT
782210     END-READ
782220     IF NOT SWP-ST-ACTIVE AND NOT WS-SWP-LIST-ALL
782230         GO TO 4722-EXIT
782240     END-IF
782250     ADD 1 TO WS-SWP-LIST-CT
782260     PERFORM 4724-DISPLAY-SWEEP THRU 4724-EXIT.
782270 4722-EXIT.
782280     EXIT.
782290
782300*    THE RELATIONSHIP IN SWP-RECORD.
782310 4724-DISPLAY-SWEEP.
782320     EVALUATE TRUE
782330         WHEN SWP-R-ALL
782340             MOVE "SWEEP ALL"  TO WS-SWP-RULE-TEXT
782350         WHEN SWP-R-TARGET
782360             MOVE "ABOVE"      TO WS-SWP-RULE-TEXT
782370         WHEN SWP-R-TOPUP
782380             MOVE "TOP UP TO"  TO WS-SWP-RULE-TEXT
782390         WHEN OTHER
782400             MOVE SWP-RULE     TO WS-SWP-RULE-TEXT
782410     END-EVALUATE
782420     MOVE SWP-AMOUNT TO WS-SWP-AMT-EDIT
782430     DISPLAY "  " SWP-SUB-ACCT " -> " SWP-MASTER-ACCT
782440     IF SWP-R-ALL
782450         DISPLAY "      RULE " WS-SWP-RULE-TEXT
782460             "  STATUS " SWP-STATUS
782470             "  SET " SWP-SET-DATE " " SWP-SET-OPERATOR
782480     ELSE
782490         DISPLAY "      RULE " WS-SWP-RULE-TEXT " "
782500             WS-SWP-AMT-EDIT
782510             "  STATUS " SWP-STATUS
782520             "  SET " SWP-SET-DATE " " SWP-SET-OPERATOR
782530     END-IF
782540     IF SWP-LAST-DATE > ZERO
782550         MOVE SWP-LAST-AMOUNT TO WS-SWP-AMT-EDIT
782560         DISPLAY "      LAST SWEPT " SWP-LAST-DATE " "
782570             WS-SWP-AMT-EDIT " " SWP-LAST-DIR
782580             " SEQ " SWP-LAST-SEQ
782590     END-IF.
782600 4724-EXIT.
782610     EXIT.
782620
782630*****************************************************************
782640*    4730-SWEEP-RUN - NIGHTLY RUN.  TABLE EVERY ACTIVE SWEEP, GIVE
782650*    EACH ITS LEVEL IN ITS STRUCTURE, AND POST THE DEEPEST LEVEL
782660*    FIRST SO A MASTER HAS RECEIVED ALL ITS SUB-ACCOUNTS' CASH
782670*    BEFORE ITS OWN SWEEP IS WORKED OUT.  EACH AMOUNT COMES FROM
782680*    THE SUB-ACCOUNT'S BALANCE NET OF ACTIVE HOLDS AT THE MOMENT
782690*    IT IS REACHED, AND POSTS THROUGH THE NORMAL APPLY-
782700*    TRANSACTION LOGIC (JRN-SOURCE W), SO ACCOUNT STATUS, FUNDS
782710*    AND DEBIT LIMITS ARE ENFORCED AS FOR ANY TRANSFER.  REJECTED
782720*    SWEEPS ARE REPORTED AND QUEUED ON LGEXCP, AND THE RUN ENDS
782730*    RC 11.  A RERUN ONLY MOVES WHAT IS STILL LEFT TO MOVE.
782740*****************************************************************
782750 4730-SWEEP-RUN.
782760     MOVE ZERO TO WS-RETURN-CODE
782770     MOVE ZERO TO WS-SWP-COUNT
782780     MOVE ZERO TO WS-SWP-TOP-LEVEL
782790     MOVE ZERO TO WS-SWP-SWEPT-CT
782800     MOVE ZERO TO WS-SWP-NIL-CT
782810     MOVE ZERO TO WS-SWP-REJECTED-CT
782820     MOVE "N"  TO WS-SWP-EOF-SW
782830     MOVE "N"  TO WS-SWP-OVERFLOW-SW
782840
782850*    ONLY ON A BUSINESS DAY, AS FOR RELEASE_DUE.
782860     PERFORM 7365-OPEN-CALENDAR THRU 7365-EXIT
782870     IF WS-RETURN-CODE NOT = ZERO
782880         GO TO 4730-EXIT
782890     END-IF
782900     MOVE WS-CURRENT-DATE TO WS-CAL-DATE-N
782910     PERFORM 7370-CHECK-BUSINESS-DAY THRU 7370-EXIT
782920     PERFORM 7368-CLOSE-CALENDAR THRU 7368-EXIT
782930     IF WS-CAL-NON-BUSINESS
782940         MOVE 27 TO WS-RETURN-CODE
782950         DISPLAY "ERROR: " WS-CURRENT-DATE " is not a "
782960             "business day - SWEEP refused"
782970         GO TO 4730-EXIT
782980     END-IF
782990
783000     OPEN INPUT SWEEP-FILE
783010     IF WS-SWP-STATUS = "35"
783020         DISPLAY "SWEEP: No sweep relationships on file"
783030         GO TO 4730-EXIT
783040     END-IF
783050     IF WS-SWP-STATUS NOT = "00"
783060         MOVE 8 TO WS-RETURN-CODE
783070         DISPLAY "ERROR: Unable to open cash sweep file"
783080         GO TO 4730-EXIT
783090     END-IF
783100     MOVE LOW-VALUES TO SWP-SUB-ACCT
783110     START SWEEP-FILE KEY IS NOT LESS THAN SWP-SUB-ACCT
783120         INVALID KEY
783130             MOVE "Y" TO WS-SWP-EOF-SW
783140     END-START
783150     PERFORM 4732-COLLECT-ONE-SWEEP THRU 4732-EXIT
783160         UNTIL WS-SWP-EOF
783170     CLOSE SWEEP-FILE
783180*    A PARTLY TABLED STRUCTURE COULD SWEEP A MASTER BEFORE ITS
783190*    SUB-ACCOUNTS, SO NOTHING POSTS - RC 12 AS THE OTHER WORK
783200*    TABLE OVERFLOWS USE.
783210     IF WS-SWP-OVERFLOW
783220         MOVE 12 TO WS-RETURN-CODE
783230         DISPLAY "ERROR: More than " WS-SWP-MAX-ENTRIES
783240             " sweep relationships - SWEEP refused, nothing "
783250             "posted"
783260         GO TO 4730-EXIT
783270     END-IF
783280     IF WS-SWP-COUNT = ZERO
783290         DISPLAY "SWEEP: No active sweep relationships"
783300         GO TO 4730-EXIT
783310     END-IF
783320
783330     MOVE ZERO TO WS-SWP-IDX
783340     PERFORM 4734-SET-SWEEP-LEVEL THRU 4734-EXIT
783350         UNTIL WS-SWP-IDX >= WS-SWP-COUNT
783360
783370     PERFORM 9300-OPEN-POSTING-FILES THRU 9300-EXIT
783380     IF WS-RETURN-CODE NOT = ZERO
783390         GO TO 4730-EXIT
783400     END-IF
783410     OPEN I-O SWEEP-FILE
783420     IF WS-SWP-STATUS NOT = "00"
783430         MOVE 8 TO WS-RETURN-CODE
783440         DISPLAY "ERROR: Unable to open cash sweep file"
783450         PERFORM 9310-CLOSE-POSTING-FILES THRU 9310-EXIT
783460         GO TO 4730-EXIT
783470     END-IF
783480
783490     DISPLAY "***** CASH SWEEP RUN " WS-CURRENT-DATE " *****"
783500     MOVE WS-SWP-TOP-LEVEL TO WS-SWP-LEVEL
783510     PERFORM 4740-SWEEP-ONE-LEVEL THRU 4740-EXIT
783520         UNTIL WS-SWP-LEVEL = ZERO
783530         OR WS-RETURN-CODE = 8
783540
783550     CLOSE SWEEP-FILE
783560     PERFORM 9310-CLOSE-POSTING-FILES THRU 9310-EXIT
783570     IF WS-RETURN-CODE = 8
783580         DISPLAY "Sweep abandoned on a journal failure - "
783590             "rerun SWEEP after recovery"
783600         GO TO 4730-EXIT
783610     END-IF
783620     IF WS-SWP-REJECTED-CT > ZERO
783630         MOVE 11 TO WS-RETURN-CODE
783640     ELSE
783650         MOVE ZERO TO WS-RETURN-CODE
783660     END-IF
783670     DISPLAY "Sweep complete. Swept=" WS-SWP-SWEPT-CT
783680         " Nothing to move=" WS-SWP-NIL-CT
783690         " Rejected=" WS-SWP-REJECTED-CT.
783700 4730-EXIT.
783710     EXIT.
783720
783730 4732-COLLECT-ONE-SWEEP.
783740     READ SWEEP-FILE NEXT RECORD
783750         AT END
783760             MOVE "Y" TO WS-SWP-EOF-SW
783770             GO TO 4732-EXIT
783780     END-READ
783790     IF NOT SWP-ST-ACTIVE
783800         GO TO 4732-EXIT
783810     END-IF
783820     IF WS-SWP-COUNT >= WS-SWP-MAX-ENTRIES
783830         MOVE "Y" TO WS-SWP-OVERFLOW-SW
783840         MOVE "Y" TO WS-SWP-EOF-SW
783850         GO TO 4732-EXIT
783860     END-IF
783870     ADD 1 TO WS-SWP-COUNT
783880     MOVE SWP-SUB-ACCT    TO WS-SWP-T-SUB (WS-SWP-COUNT)
783890     MOVE SWP-MASTER-ACCT TO WS-SWP-T-MASTER (WS-SWP-COUNT)
783900     MOVE SWP-RULE        TO WS-SWP-T-RULE (WS-SWP-COUNT)
783910     MOVE SWP-AMOUNT      TO WS-SWP-T-AMOUNT (WS-SWP-COUNT)
783920     MOVE ZERO            TO WS-SWP-T-LEVEL (WS-SWP-COUNT).
783930 4732-EXIT.
783940     EXIT.
783950
783960*****************************************************************
783970*    4734-SET-SWEEP-LEVEL - THE NEXT ROW'S LEVEL: ONE, PLUS ONE
783980*    FOR EVERY MASTER ABOVE IT THAT IS ITSELF A TABLED SUB-
783990*    ACCOUNT.  A CLIMB LONGER THAN THE TABLE CAN ONLY BE A LOOP
784000*    (SET_SWEEP REFUSES THEM, SO ONLY A DAMAGED FILE HAS ONE):
784010*    THE ROW IS LEFT AT LEVEL ZERO, NOT SWEPT, AND COUNTED AS
784020*    REJECTED.
784030*****************************************************************
784040 4734-SET-SWEEP-LEVEL.
784050     ADD 1 TO WS-SWP-IDX
784060     MOVE 1 TO WS-SWP-T-LEVEL (WS-SWP-IDX)
784070     MOVE WS-SWP-T-MASTER (WS-SWP-IDX) TO WS-SWP-CLIMB-ACCT
784080     MOVE "N" TO WS-SWP-TOP-SW
784090     PERFORM 4735-CLIMB-TABLE THRU 4735-EXIT
784100         UNTIL WS-SWP-AT-TOP
784110     IF WS-SWP-T-LEVEL (WS-SWP-IDX) = ZERO
784120         ADD 1 TO WS-SWP-REJECTED-CT
784130         DISPLAY "WARNING: Sweep for " WS-SWP-T-SUB (WS-SWP-IDX)
784140             " is part of a loop - not swept"
784150         GO TO 4734-EXIT
784160     END-IF
784170     IF WS-SWP-T-LEVEL (WS-SWP-IDX) > WS-SWP-TOP-LEVEL
784180         MOVE WS-SWP-T-LEVEL (WS-SWP-IDX) TO WS-SWP-TOP-LEVEL
784190     END-IF.
784200 4734-EXIT.
784210     EXIT.
784220
784230 4735-CLIMB-TABLE.
784240     MOVE ZERO TO WS-SWP-FIND-IDX
784250     MOVE "N"  TO WS-FOUND-SW
784260     PERFORM 4736-FIND-SUB-ROW THRU 4736-EXIT
784270         UNTIL WS-FOUND
784280         OR WS-SWP-FIND-IDX >= WS-SWP-COUNT
784290     IF WS-NOT-FOUND
784300         MOVE "Y" TO WS-SWP-TOP-SW
784310         GO TO 4735-EXIT
784320     END-IF
784330     ADD 1 TO WS-SWP-T-LEVEL (WS-SWP-IDX)
784340     IF WS-SWP-T-LEVEL (WS-SWP-IDX) > WS-SWP-COUNT
784350         MOVE ZERO TO WS-SWP-T-LEVEL (WS-SWP-IDX)
784360         MOVE "Y"  TO WS-SWP-TOP-SW
784370         GO TO 4735-EXIT
784380     END-IF
784390     MOVE WS-SWP-T-MASTER (WS-SWP-FIND-IDX) TO WS-SWP-CLIMB-ACCT.
784400 4735-EXIT.
784410     EXIT.
784420
784430 4736-FIND-SUB-ROW.
784440     ADD 1 TO WS-SWP-FIND-IDX
784450     IF WS-SWP-T-SUB (WS-SWP-FIND-IDX) = WS-SWP-CLIMB-ACCT
784460         MOVE "Y" TO WS-FOUND-SW
784470     END-IF.
784480 4736-EXIT.
784490     EXIT.
784500
784510*    EVERY TABLED SWEEP AT LEVEL WS-SWP-LEVEL, IN SUB-ACCOUNT
784520*    ORDER, THEN DROP A LEVEL.
784530 4740-SWEEP-ONE-LEVEL.
784540     MOVE ZERO TO WS-SWP-IDX
784550     PERFORM 4745-SWEEP-ONE THRU 4745-EXIT
784560         UNTIL WS-SWP-IDX >= WS-SWP-COUNT
784570         OR WS-RETURN-CODE = 8
784580     SUBTRACT 1 FROM WS-SWP-LEVEL.
784590 4740-EXIT.
784600     EXIT.
784610
784620*****************************************************************
784630*    4745-SWEEP-ONE - WORK OUT AND POST ONE SUB-ACCOUNT'S SWEEP.
784640*    THE NET BALANCE IS THE LEDGER BALANCE LESS ACTIVE HOLDS (NOT
784650*    THE CREDIT LIMIT - A SWEEP NEVER DRAWS ON AN OVERDRAFT):
784660*      A - ALL OF A POSITIVE NET BALANCE GOES UP TO THE MASTER;
784670*      T - THE NET BALANCE ABOVE THE TARGET GOES UP;
784680*      M - THE MASTER PAYS DOWN WHAT THE NET BALANCE LACKS OF THE
784690*          MINIMUM.
784700*    THE ACCOUNT MASTER AND HOLDS FILES ARE OPEN FOR THE RUN.
784710*****************************************************************
784720 4745-SWEEP-ONE.
784730     ADD 1 TO WS-SWP-IDX
784740     IF WS-SWP-T-LEVEL (WS-SWP-IDX) NOT = WS-SWP-LEVEL
784750         GO TO 4745-EXIT
784760     END-IF
784770     MOVE WS-SWP-T-SUB (WS-SWP-IDX) TO ACCT-ID
784780     READ ACCOUNT-MASTER-FILE
784790         INVALID KEY
784800             ADD 1 TO WS-SWP-REJECTED-CT
784810             DISPLAY "SWEEP " WS-SWP-T-SUB (WS-SWP-IDX)
784820                 " REJECTED: sub-account not on file"
784830             GO TO 4745-EXIT
784840     END-READ
784850     MOVE ACCT-BALANCE TO WS-SWP-LEDGER-BAL
784860     MOVE WS-SWP-T-SUB (WS-SWP-IDX) TO ARG1
784870     PERFORM 5600-SUM-ACTIVE-HOLDS THRU 5600-EXIT
784880     IF WS-RETURN-CODE NOT = ZERO
784890         GO TO 4745-EXIT
784900     END-IF
784910     COMPUTE WS-SWP-FREE-BAL = WS-SWP-LEDGER-BAL - WS-HOLD-TOTAL
784920     MOVE ZERO  TO WS-SWP-AMOUNT
784930     MOVE "U"   TO WS-SWP-DIR
784940     EVALUATE WS-SWP-T-RULE (WS-SWP-IDX)
784950         WHEN "A"
784960             MOVE "SWEEP ALL" TO WS-SWP-RULE-TEXT
784970             IF WS-SWP-FREE-BAL > ZERO
784980                 MOVE WS-SWP-FREE-BAL TO WS-SWP-AMOUNT
784990             END-IF
785000         WHEN "T"
785010             MOVE "ABOVE"     TO WS-SWP-RULE-TEXT
785020             IF WS-SWP-FREE-BAL > WS-SWP-T-AMOUNT (WS-SWP-IDX)
785030                 COMPUTE WS-SWP-AMOUNT = WS-SWP-FREE-BAL
785040                     - WS-SWP-T-AMOUNT (WS-SWP-IDX)
785050             END-IF
785060         WHEN "M"
785070             MOVE "TOP UP TO" TO WS-SWP-RULE-TEXT
785080             MOVE "D"         TO WS-SWP-DIR
785090             IF WS-SWP-FREE-BAL < WS-SWP-T-AMOUNT (WS-SWP-IDX)
785100                 COMPUTE WS-SWP-AMOUNT =
785110                     WS-SWP-T-AMOUNT (WS-SWP-IDX)
785120                     - WS-SWP-FREE-BAL
785130             END-IF
785140     END-EVALUATE
785150     MOVE WS-SWP-FREE-BAL TO WS-SWP-BAL-EDIT
785160     IF WS-SWP-AMOUNT = ZERO
785170         ADD 1 TO WS-SWP-NIL-CT
785180         DISPLAY "SWEEP " WS-SWP-T-SUB (WS-SWP-IDX) " "
785190             WS-SWP-RULE-TEXT " NET " WS-SWP-BAL-EDIT
785200             " - nothing to move"
785210         GO TO 4745-EXIT
785220     END-IF
785230     IF WS-SWP-AMOUNT > 9999999999.99
785240         ADD 1 TO WS-SWP-REJECTED-CT
785250         DISPLAY "SWEEP " WS-SWP-T-SUB (WS-SWP-IDX)
785260             " REJECTED: amount too large to post"
785270         GO TO 4745-EXIT
785280     END-IF
785290     IF WS-SWP-DIR = "U"
785300         MOVE WS-SWP-T-SUB (WS-SWP-IDX)    TO ARG1
785310         MOVE WS-SWP-T-MASTER (WS-SWP-IDX) TO ARG2
785320     ELSE
785330         MOVE WS-SWP-T-MASTER (WS-SWP-IDX) TO ARG1
785340         MOVE WS-SWP-T-SUB (WS-SWP-IDX)    TO ARG2
785350     END-IF
785360     MOVE WS-SWP-AMOUNT   TO WS-SWP-ARG-EDIT
785370     MOVE WS-SWP-ARG-EDIT TO ARG3
785380     MOVE WS-SWP-AMOUNT   TO WS-SWP-AMT-EDIT
785390     MOVE "Y" TO WS-SWP-POSTING-SW
785400     PERFORM 5000-APPLY-TRANSACTION THRU 5000-EXIT
785410     MOVE "N" TO WS-SWP-POSTING-SW
785420*    RC 8 IS NOT A REJECT - THE JOURNAL OR CONTROL FILE ITSELF
785430*    FAILED.  LEAVE THE CODE STANDING SO THE RUN STOPS.
785440     IF WS-RETURN-CODE = 8
785450         GO TO 4745-EXIT
785460     END-IF
785470     IF WS-RETURN-CODE = ZERO
785480         ADD 1 TO WS-SWP-SWEPT-CT
785490         DISPLAY "SWEEP " WS-SWP-T-SUB (WS-SWP-IDX) " "
785500             WS-SWP-RULE-TEXT " NET " WS-SWP-BAL-EDIT
785510             " MOVED " WS-SWP-AMT-EDIT " " ARG1 " -> " ARG2
785520         PERFORM 4748-RECORD-SWEEP THRU 4748-EXIT
785530     ELSE
785540         ADD 1 TO WS-SWP-REJECTED-CT
785550         DISPLAY "SWEEP " WS-SWP-T-SUB (WS-SWP-IDX) " "
785560             WS-SWP-AMT-EDIT " REJECTED: " WS-JRN-STATUS-TEXT
785570         MOVE "W" TO WS-EXC-SOURCE
785580         PERFORM 9400-WRITE-EXCEPTION THRU 9400-EXIT
785590     END-IF
785600     MOVE ZERO TO WS-RETURN-CODE.
785610 4745-EXIT.
785620     EXIT.
785630
785640*    STAMP THE POSTED SWEEP ON ITS RELATIONSHIP.  THE JOURNAL IS
785650*    THE RECORD OF THE MOVEMENT, SO A FAILURE HERE ONLY WARNS.
785660 4748-RECORD-SWEEP.
785670     MOVE WS-SWP-T-SUB (WS-SWP-IDX) TO SWP-SUB-ACCT
785680     READ SWEEP-FILE
785690         INVALID KEY
785700             GO TO 4748-EXIT
785710     END-READ
785720     MOVE WS-CURRENT-DATE TO SWP-LAST-DATE
785730     MOVE WS-NEXT-SEQ     TO SWP-LAST-SEQ
785740     MOVE WS-SWP-AMOUNT   TO SWP-LAST-AMOUNT
785750     MOVE WS-SWP-DIR      TO SWP-LAST-DIR
785760     REWRITE SWP-RECORD
785770     IF WS-SWP-STATUS NOT = "00"
785780         DISPLAY "WARNING: Last sweep not recorded for "
785790             SWP-SUB-ACCT ", status " WS-SWP-STATUS
785800     END-IF.
785810 4748-EXIT.
785820     EXIT.
785830
785840*****************************************************************
785850*    4800-VERIFY-LEDGER - WEEKLY, AND AFTER ANY RECOVERY: WALK THE
785860*    LEDGER FILES AGAINST EACH OTHER AND REPORT EVERY ORPHAN AND
785870*    MISMATCH, BY TYPE.  RECONCILE PROVES THE BALANCES; THIS
785880*    PROVES THE FILES AROUND THEM:
785890*      46 - A "Success" POSTING (LIVE OR ARCHIVED) WITHOUT THE
785900*           INDEX RECORD 9200 WRITES FOR EACH ACCOUNT SIDE.
785910*      47 - AN INDEX RECORD WHOSE OTHER ACCOUNT, AMOUNT OR FEE
785920*           FLAG IS NOT WHAT ITS POSTING SAYS.
785930*      48 - AN INDEX RECORD WITH NO SUCH POSTING, LIVE OR
785940*           ARCHIVED.
785950*      49 - AN ACTIVE HOLD ON A MISSING OR CLOSED ACCOUNT.
785960*      50 - AN ACTIVE STANDING ORDER NAMING ONE.
785970*      51 - A PENDING (UNAPPROVED) TRANSFER NAMING ONE.
785980*      52 - AN OPEN EXCEPTION WHOSE ORIGINATING JOURNAL ENTRY IS
785990*           NO LONGER ON THE LIVE JOURNAL (ARCHIVED, OR NOT THERE
786000*           AT ALL).  A CLOSED EXCEPTION IS HISTORY AND MAY
786010*           POINT AT THE ARCHIVE.
786020*      53 - AN ACTIVE SWEEP NAMING A MISSING OR CLOSED ACCOUNT.
786030*    THE RUN READS ONLY, AND ENDS ON THE LOWEST CODE FOUND.  A
786040*    MISSING LGJIDX IS NOT A FILE ERROR BUT A FINDING - EVERY
786050*    POSTING SIDE COUNTS UNDER 46 - AND REBUILD_IDX IS THE CURE.
786060*****************************************************************
786070 4800-VERIFY-LEDGER.
786080     MOVE ZERO TO WS-RETURN-CODE
786090     MOVE ZERO TO WS-VFY-READ-CT
786100     MOVE ZERO TO WS-VFY-FINDING-CT
786110     MOVE ZERO TO WS-VFY-TYPES-FOUND
786120     INITIALIZE WS-VFY-COUNTS
786130     MOVE "N"  TO WS-VFY-ARCH-OPEN-SW
786140     MOVE "N"  TO WS-VFY-IDX-OPEN-SW
786150     MOVE "N"  TO WS-VFY-NO-INDEX-SW
786160
786170     OPEN INPUT ACCOUNT-MASTER-FILE
786180     IF WS-ACCT-STATUS NOT = "00"
786190         MOVE 8 TO WS-RETURN-CODE
786200         DISPLAY "ERROR: Unable to open account master file"
786210         GO TO 4800-EXIT
786220     END-IF
786230     OPEN INPUT JOURNAL-FILE
786240     IF WS-JRNL-STATUS NOT = "00"
786250         MOVE 8 TO WS-RETURN-CODE
786260         DISPLAY "ERROR: Unable to open journal file"
786270         CLOSE ACCOUNT-MASTER-FILE
786280         GO TO 4800-EXIT
786290     END-IF
786300*    NO ARCHIVE FILE YET (STATUS 35) MEANS NOTHING IS ARCHIVED.
786310     OPEN INPUT JOURNAL-ARCHIVE-FILE
786320     IF WS-ARCH-STATUS = "00"
786330         MOVE "Y" TO WS-VFY-ARCH-OPEN-SW
786340     ELSE
786350         IF WS-ARCH-STATUS NOT = "35"
786360             MOVE 8 TO WS-RETURN-CODE
786370             DISPLAY "ERROR: Unable to open journal archive "
786380                 "file"
786390             GO TO 4800-CLOSE
786400         END-IF
786410     END-IF
786420     OPEN INPUT JOURNAL-INDEX-FILE
786430     IF WS-JIDX-STATUS = "00"
786440         MOVE "Y" TO WS-VFY-IDX-OPEN-SW
786450     ELSE
786460         IF WS-JIDX-STATUS = "35"
786470             MOVE "Y" TO WS-VFY-NO-INDEX-SW
786480         ELSE
786490             MOVE 8 TO WS-RETURN-CODE
786500             DISPLAY "ERROR: Unable to open journal index file"
786510             GO TO 4800-CLOSE
786520         END-IF
786530     END-IF
786540
786550     DISPLAY "***** LEDGER INTEGRITY CHECK " WS-CURRENT-DATE
786560         " *****"
786570     IF WS-VFY-NO-INDEX
786580         DISPLAY "NO INDEX     THE JOURNAL INDEX FILE (LGJIDX) "
786590             "IS MISSING - RUN REBUILD_IDX"
786600     END-IF
786610
786620*    EVERY POSTING AGAINST THE INDEX - THE ARCHIVE FIRST, AS
786630*    RECONCILE REPLAYS IT, THEN THE LIVE JOURNAL.
786640     IF WS-VFY-ARCH-OPEN
786650         MOVE ZERO TO WS-VFY-LAST-ARC-SEQ
786660         MOVE ZERO TO WS-VFY-LAST-ARC-DATE
786670         MOVE "N"  TO WS-VFY-EOF-SW
786680         MOVE ZERO TO ARC-SEQ-NO
786690         MOVE ZERO TO ARC-ARCHIVE-DATE
786700         START JOURNAL-ARCHIVE-FILE KEY IS NOT LESS THAN ARC-KEY
786710             INVALID KEY
786720                 MOVE "Y" TO WS-VFY-EOF-SW
786730         END-START
786740         PERFORM 4810-CHECK-ARCHIVED-POSTING THRU 4810-EXIT
786750             UNTIL WS-VFY-EOF
786760     END-IF
786770     MOVE "N"  TO WS-VFY-EOF-SW
786780     MOVE ZERO TO JRN-SEQ-NO
786790     START JOURNAL-FILE KEY IS NOT LESS THAN JRN-SEQ-NO
786800         INVALID KEY
786810             MOVE "Y" TO WS-VFY-EOF-SW
786820     END-START
786830     PERFORM 4815-CHECK-LIVE-POSTING THRU 4815-EXIT
786840         UNTIL WS-VFY-EOF
786850
786860*    EVERY INDEX RECORD AGAINST THE POSTING IT NAMES.
786870     IF WS-VFY-IDX-OPEN
786880         MOVE "N" TO WS-VFY-EOF-SW
786890         MOVE LOW-VALUES TO IDX-KEY
786900         START JOURNAL-INDEX-FILE KEY IS NOT LESS THAN IDX-KEY
786910             INVALID KEY
786920                 MOVE "Y" TO WS-VFY-EOF-SW
786930         END-START
786940         PERFORM 4840-CHECK-INDEX-RECORD THRU 4840-EXIT
786950             UNTIL WS-VFY-EOF
786960     END-IF
786970
786980*    THE FILES THAT NAME ACCOUNTS OR JOURNAL ENTRIES.  A FILE NOT
786990*    YET CREATED HOLDS NOTHING TO CHECK.
787000     PERFORM 4850-CHECK-HOLDS THRU 4850-EXIT
787010     IF WS-RETURN-CODE NOT = ZERO
787020         GO TO 4800-CLOSE
787030     END-IF
787040     PERFORM 4855-CHECK-ORDERS THRU 4855-EXIT
787050     IF WS-RETURN-CODE NOT = ZERO
787060         GO TO 4800-CLOSE
787070     END-IF
787080     PERFORM 4860-CHECK-PENDINGS THRU 4860-EXIT
787090     IF WS-RETURN-CODE NOT = ZERO
787100         GO TO 4800-CLOSE
787110     END-IF
787120     PERFORM 4865-CHECK-EXCEPTIONS THRU 4865-EXIT
787130     IF WS-RETURN-CODE NOT = ZERO
787140         GO TO 4800-CLOSE
787150     END-IF
787160     PERFORM 4870-CHECK-SWEEPS THRU 4870-EXIT
787170     IF WS-RETURN-CODE NOT = ZERO
787180         GO TO 4800-CLOSE
787190     END-IF
787200
787210     DISPLAY "***** FINDINGS BY TYPE *****"
787220     MOVE ZERO TO WS-VFY-TYPE
787230     PERFORM 4880-REPORT-ONE-TYPE THRU 4880-EXIT
787240         UNTIL WS-VFY-TYPE >= WS-VFY-TYPE-MAX
787250     IF WS-VFY-FINDING-CT = ZERO
787260         DISPLAY "VERIFY: LEDGER FILES AGREE. Records checked="
787270             WS-VFY-READ-CT
787280     ELSE
787290         DISPLAY "VERIFY: " WS-VFY-FINDING-CT " FINDING(S) OF "
787300             WS-VFY-TYPES-FOUND " TYPE(S). Records checked="
787310             WS-VFY-READ-CT
787320     END-IF.
787330 4800-CLOSE.
787340     CLOSE ACCOUNT-MASTER-FILE
787350     CLOSE JOURNAL-FILE
787360     IF WS-VFY-ARCH-OPEN
787370         CLOSE JOURNAL-ARCHIVE-FILE
787380     END-IF
787390     IF WS-VFY-IDX-OPEN
787400         CLOSE JOURNAL-INDEX-FILE
787410     END-IF.
787420 4800-EXIT.
787430     EXIT.
787440
787450 4810-CHECK-ARCHIVED-POSTING.
787460     READ JOURNAL-ARCHIVE-FILE NEXT RECORD
787470         AT END
787480             MOVE "Y" TO WS-VFY-EOF-SW
787490             GO TO 4810-EXIT
787500     END-READ
787510     ADD 1 TO WS-VFY-READ-CT
787520*    A RECORD COPIED BY AN INTERRUPTED ARCHIVE RUN AND AGAIN UNDER
787530*    THE NEXT CUTOFF SITS BESIDE ITS TWIN - CHECK IT ONCE.
787540     IF ARC-SEQ-NO = WS-VFY-LAST-ARC-SEQ
787550         AND ARC-DATE = WS-VFY-LAST-ARC-DATE
787560         GO TO 4810-EXIT
787570     END-IF
787580     MOVE ARC-SEQ-NO TO WS-VFY-LAST-ARC-SEQ
787590     MOVE ARC-DATE   TO WS-VFY-LAST-ARC-DATE
787600     PERFORM 4812-LOAD-ARCHIVED-POSTING THRU 4812-EXIT
787610     PERFORM 4820-CHECK-POSTING THRU 4820-EXIT.
787620 4810-EXIT.
787630     EXIT.
787640
787650*****************************************************************
787660*    4812 / 4817 - LOAD THE POSTING IMAGE FROM THE ARCHIVE OR THE
787670*    LIVE JOURNAL RECORD, SO ONE SET OF CHECKS (AND REBUILD_IDX'S
787680*    ONE SET OF WRITES) SERVES BOTH.
787690*****************************************************************
787700 4812-LOAD-ARCHIVED-POSTING.
787710     MOVE ARC-SEQ-NO           TO WS-VFY-P-SEQ
787720     MOVE ARC-DATE             TO WS-VFY-P-DATE
787730     MOVE ARC-FROM-ACCT        TO WS-VFY-P-FROM
787740     MOVE ARC-TO-ACCT          TO WS-VFY-P-TO
787750     MOVE ARC-AMOUNT           TO WS-VFY-P-AMOUNT
787760     MOVE ARC-CONVERTED-AMOUNT TO WS-VFY-P-CONV
787770     MOVE ARC-STATUS           TO WS-VFY-P-STATUS
787780     MOVE ARC-ENTRY-NO         TO WS-VFY-P-ENTRY-NO
787790     MOVE ARC-FEE-OF           TO WS-VFY-P-FEE-OF
787800     MOVE ARC-REVERSAL-OF      TO WS-VFY-P-REV-OF
787810     MOVE "ARCHIVE"            TO WS-VFY-P-WHERE.
787820 4812-EXIT.
787830     EXIT.
787840
787850 4815-CHECK-LIVE-POSTING.
787860     READ JOURNAL-FILE NEXT RECORD
787870         AT END
787880             MOVE "Y" TO WS-VFY-EOF-SW
787890             GO TO 4815-EXIT
787900     END-READ
787910     ADD 1 TO WS-VFY-READ-CT
787920     PERFORM 4817-LOAD-LIVE-POSTING THRU 4817-EXIT
787930     PERFORM 4820-CHECK-POSTING THRU 4820-EXIT.
787940 4815-EXIT.
787950     EXIT.
787960
787970 4817-LOAD-LIVE-POSTING.
787980     MOVE JRN-SEQ-NO           TO WS-VFY-P-SEQ
787990     MOVE JRN-DATE             TO WS-VFY-P-DATE
788000     MOVE JRN-FROM-ACCT        TO WS-VFY-P-FROM
788010     MOVE JRN-TO-ACCT          TO WS-VFY-P-TO
788020     MOVE JRN-AMOUNT           TO WS-VFY-P-AMOUNT
788030     MOVE JRN-CONVERTED-AMOUNT TO WS-VFY-P-CONV
788040     MOVE JRN-STATUS           TO WS-VFY-P-STATUS
788050     MOVE JRN-ENTRY-NO         TO WS-VFY-P-ENTRY-NO
788060     MOVE JRN-FEE-OF           TO WS-VFY-P-FEE-OF
788070     MOVE JRN-REVERSAL-OF      TO WS-VFY-P-REV-OF
788080     MOVE "LIVE"               TO WS-VFY-P-WHERE.
788090 4817-EXIT.
788100     EXIT.
788110
788120*****************************************************************
788130*    4820-CHECK-POSTING - ONLY A "Success" RECORD IS INDEXED, ONE
788140*    RECORD PER ACCOUNT SIDE (A COMPOUND ENTRY'S LEG HAS ONE SIDE,
788150*    ITS HEADER NONE).  STATUS CHANGES AND REJECTS ARE NOT.
788160*****************************************************************
788170 4820-CHECK-POSTING.
788180     IF WS-VFY-P-STATUS NOT = "Success"
788190         GO TO 4820-EXIT
788200     END-IF
788210     IF WS-VFY-P-FROM NOT = SPACES
788220         MOVE "D" TO WS-VFY-SIDE
788230         PERFORM 4825-BUILD-INDEX-IMAGE THRU 4825-EXIT
788240         PERFORM 4830-CHECK-INDEX-IMAGE THRU 4830-EXIT
788250     END-IF
788260     IF WS-VFY-P-TO NOT = SPACES
788270         MOVE "C" TO WS-VFY-SIDE
788280         PERFORM 4825-BUILD-INDEX-IMAGE THRU 4825-EXIT
788290         PERFORM 4830-CHECK-INDEX-IMAGE THRU 4830-EXIT
788300     END-IF.
788310 4820-EXIT.
788320     EXIT.
788330
788340*****************************************************************
788350*    4825-BUILD-INDEX-IMAGE - THE INDEX RECORD 9200 WRITES FOR THE
788360*    WS-VFY-SIDE SIDE OF THE POSTING IMAGE, BY THE SAME RULES: THE
788370*    DEBIT SIDE CARRIES MINUS JRN-AMOUNT, THE CREDIT SIDE PLUS
788380*    JRN-CONVERTED-AMOUNT; A COMPOUND ENTRY'S LEG NAMES ITS ENTRY
788390*    AS THE OTHER ACCOUNT; A FEE IS FLAGGED F, A FEE REFUND R.
788400*****************************************************************
788410 4825-BUILD-INDEX-IMAGE.
788420     MOVE WS-VFY-P-DATE TO WS-VFY-E-DATE
788430     MOVE WS-VFY-P-SEQ  TO WS-VFY-E-SEQ
788440     MOVE SPACE TO WS-VFY-E-FLAG
788450     IF WS-VFY-P-FEE-OF > ZERO
788460         MOVE "F" TO WS-VFY-E-FLAG
788470         IF WS-VFY-P-REV-OF > ZERO
788480             MOVE "R" TO WS-VFY-E-FLAG
788490         END-IF
788500     END-IF
788510     IF WS-VFY-DEBIT-SIDE
788520         MOVE WS-VFY-P-FROM TO WS-VFY-E-ACCT
788530         MOVE WS-VFY-P-TO   TO WS-VFY-E-OTHER
788540         COMPUTE WS-VFY-E-AMOUNT = ZERO - WS-VFY-P-AMOUNT
788550     ELSE
788560         MOVE WS-VFY-P-TO   TO WS-VFY-E-ACCT
788570         MOVE WS-VFY-P-FROM TO WS-VFY-E-OTHER
788580         MOVE WS-VFY-P-CONV TO WS-VFY-E-AMOUNT
788590     END-IF
788600     IF WS-VFY-P-ENTRY-NO > ZERO
788610         MOVE WS-VFY-P-ENTRY-NO TO WS-ENT-IDX-NO
788620         MOVE WS-ENT-IDX-LABEL  TO WS-VFY-E-OTHER
788630     END-IF.
788640 4825-EXIT.
788650     EXIT.
788660
788670 4830-CHECK-INDEX-IMAGE.
788680     IF WS-VFY-NO-INDEX
788690         MOVE 1 TO WS-VFY-TYPE
788700         PERFORM 4890-RECORD-FINDING THRU 4890-EXIT
788710         GO TO 4830-EXIT
788720     END-IF
788730     MOVE WS-VFY-E-ACCT TO IDX-ACCT
788740     MOVE WS-VFY-E-DATE TO IDX-DATE
788750     MOVE WS-VFY-E-SEQ  TO IDX-SEQ
788760     READ JOURNAL-INDEX-FILE
788770         INVALID KEY
788780             MOVE 1 TO WS-VFY-TYPE
788790             MOVE WS-VFY-E-AMOUNT TO WS-VFY-EXP-EDIT
788800             DISPLAY "NO INDEX     " WS-VFY-P-WHERE " SEQ "
788810                 WS-VFY-P-SEQ " " WS-VFY-P-DATE " ACCOUNT "
788820                 WS-VFY-E-ACCT " " WS-VFY-EXP-EDIT
788830             PERFORM 4890-RECORD-FINDING THRU 4890-EXIT
788840             GO TO 4830-EXIT
788850     END-READ
788860     IF IDX-OTHER-ACCT = WS-VFY-E-OTHER
788870         AND IDX-AMOUNT = WS-VFY-E-AMOUNT
788880         AND IDX-FEE-FLAG = WS-VFY-E-FLAG
788890         GO TO 4830-EXIT
788900     END-IF
788910     MOVE 2 TO WS-VFY-TYPE
788920     MOVE IDX-AMOUNT      TO WS-VFY-AMT-EDIT
788930     MOVE WS-VFY-E-AMOUNT TO WS-VFY-EXP-EDIT
788940     DISPLAY "MISMATCH     " WS-VFY-P-WHERE " SEQ " WS-VFY-P-SEQ
788950         " " WS-VFY-P-DATE " ACCOUNT " WS-VFY-E-ACCT
788960     DISPLAY "               INDEX   " IDX-OTHER-ACCT " "
788970         WS-VFY-AMT-EDIT " FEE FLAG '" IDX-FEE-FLAG "'"
788980     DISPLAY "               JOURNAL " WS-VFY-E-OTHER " "
788990         WS-VFY-EXP-EDIT " FEE FLAG '" WS-VFY-E-FLAG "'"
789000     PERFORM 4890-RECORD-FINDING THRU 4890-EXIT.
789010 4830-EXIT.
789020     EXIT.
789030
789040*****************************************************************
789050*    4840-CHECK-INDEX-RECORD - THE NEXT INDEX RECORD MUST NAME A
789060*    "Success" POSTING OF ITS ACCOUNT UNDER ITS SEQUENCE AND DATE,
789070*    LIVE OR ARCHIVED.  WHETHER IT AGREES WITH THAT POSTING WAS
789080*    SETTLED FROM THE POSTING'S SIDE ABOVE.
789090*****************************************************************
789100 4840-CHECK-INDEX-RECORD.
789110     READ JOURNAL-INDEX-FILE NEXT RECORD
789120         AT END
789130             MOVE "Y" TO WS-VFY-EOF-SW
789140             GO TO 4840-EXIT
789150     END-READ
789160     ADD 1 TO WS-VFY-READ-CT
789170     MOVE IDX-SEQ  TO WS-VFY-FIND-SEQ
789180     MOVE IDX-DATE TO WS-VFY-FIND-DATE
789190     MOVE IDX-ACCT TO WS-VFY-FIND-ACCT
789200     PERFORM 4842-FIND-POSTING THRU 4842-EXIT
789210     IF WS-VFY-MATCHED
789220         GO TO 4840-EXIT
789230     END-IF
789240     MOVE 3 TO WS-VFY-TYPE
789250     MOVE IDX-AMOUNT TO WS-VFY-AMT-EDIT
789260     DISPLAY "ORPHAN INDEX SEQ " IDX-SEQ " " IDX-DATE " ACCOUNT "
789270         IDX-ACCT " " WS-VFY-AMT-EDIT
789280     PERFORM 4890-RECORD-FINDING THRU 4890-EXIT.
789290 4840-EXIT.
789300     EXIT.
789310
789320*****************************************************************
789330*    4842-FIND-POSTING - LOOK FOR WS-VFY-FIND-SEQ OF WS-VFY-FIND-
789340*    DATE ON THE LIVE JOURNAL, THEN UNDER EVERY CUTOFF IT MAY
789350*    HAVE BEEN ARCHIVED UNDER (A WRAPPED SEQUENCE CAN BE IN BOTH
789360*    PLACES, SO THE DATE DECIDES).  WS-VFY-MATCHED AND THE
789370*    POSTING IMAGE SAY WHAT WAS FOUND, AND WHERE.
789380*****************************************************************
789390 4842-FIND-POSTING.
789400     MOVE "N" TO WS-VFY-MATCH-SW
789410     MOVE WS-VFY-FIND-SEQ TO JRN-SEQ-NO
789420     READ JOURNAL-FILE
789430         INVALID KEY
789440             CONTINUE
789450         NOT INVALID KEY
789460             IF JRN-DATE = WS-VFY-FIND-DATE
789470                 PERFORM 4817-LOAD-LIVE-POSTING THRU 4817-EXIT
789480                 PERFORM 4844-MATCH-POSTING THRU 4844-EXIT
789490             END-IF
789500     END-READ
789510     IF WS-VFY-MATCHED OR NOT WS-VFY-ARCH-OPEN
789520         GO TO 4842-EXIT
789530     END-IF
789540     MOVE WS-VFY-FIND-SEQ TO ARC-SEQ-NO
789550     MOVE ZERO            TO ARC-ARCHIVE-DATE
789560     MOVE "N"             TO WS-VFY-SCAN-DONE-SW
789570     START JOURNAL-ARCHIVE-FILE KEY IS NOT LESS THAN ARC-KEY
789580         INVALID KEY
789590             MOVE "Y" TO WS-VFY-SCAN-DONE-SW
789600     END-START
789610     PERFORM 4843-SCAN-ARCHIVED-SEQ THRU 4843-EXIT
789620         UNTIL WS-VFY-SCAN-DONE OR WS-VFY-MATCHED.
789630 4842-EXIT.
789640     EXIT.
789650
789660 4843-SCAN-ARCHIVED-SEQ.
789670     READ JOURNAL-ARCHIVE-FILE NEXT RECORD
789680         AT END
789690             MOVE "Y" TO WS-VFY-SCAN-DONE-SW
789700             GO TO 4843-EXIT
789710     END-READ
789720     IF ARC-SEQ-NO NOT = WS-VFY-FIND-SEQ
789730         MOVE "Y" TO WS-VFY-SCAN-DONE-SW
789740         GO TO 4843-EXIT
789750     END-IF
789760     IF ARC-DATE = WS-VFY-FIND-DATE
789770         PERFORM 4812-LOAD-ARCHIVED-POSTING THRU 4812-EXIT
789780         PERFORM 4844-MATCH-POSTING THRU 4844-EXIT
789790     END-IF.
789800 4843-EXIT.
789810     EXIT.
789820
789830*    AN INDEX RECORD NEEDS A POSTING OF ITS OWN ACCOUNT; AN
789840*    EXCEPTION (BLANK ACCOUNT) ONLY NEEDS ITS REJECT TO BE THERE.
789850 4844-MATCH-POSTING.
789860     IF WS-VFY-FIND-ACCT = SPACES
789870         MOVE "Y" TO WS-VFY-MATCH-SW
789880         GO TO 4844-EXIT
789890     END-IF
789900     IF WS-VFY-P-STATUS = "Success"
789910         AND (WS-VFY-P-FROM = WS-VFY-FIND-ACCT
789920              OR WS-VFY-P-TO = WS-VFY-FIND-ACCT)
789930         MOVE "Y" TO WS-VFY-MATCH-SW
789940     END-IF.
789950 4844-EXIT.
789960     EXIT.
789970
789980 4850-CHECK-HOLDS.
789990     OPEN INPUT HOLDS-FILE
790000     IF WS-HOLD-STATUS = "35"
790010         GO TO 4850-EXIT
790020     END-IF
790030     IF WS-HOLD-STATUS NOT = "00"
790040         MOVE 8 TO WS-RETURN-CODE
790050         DISPLAY "ERROR: Unable to open holds file"
790060         GO TO 4850-EXIT
790070     END-IF
790080     MOVE "N"  TO WS-VFY-EOF-SW
790090     MOVE ZERO TO HOLD-ID
790100     START HOLDS-FILE KEY IS NOT LESS THAN HOLD-ID
790110         INVALID KEY
790120             MOVE "Y" TO WS-VFY-EOF-SW
790130     END-START
790140     PERFORM 4851-CHECK-ONE-HOLD THRU 4851-EXIT
790150         UNTIL WS-VFY-EOF
790160     CLOSE HOLDS-FILE.
790170 4850-EXIT.
790180     EXIT.
790190
790200 4851-CHECK-ONE-HOLD.
790210     READ HOLDS-FILE NEXT RECORD
790220         AT END
790230             MOVE "Y" TO WS-VFY-EOF-SW
790240             GO TO 4851-EXIT
790250     END-READ
790260     ADD 1 TO WS-VFY-READ-CT
790270     IF HOLD-STATUS NOT = "A"
790280         GO TO 4851-EXIT
790290     END-IF
790300     MOVE HOLD-ACCT TO WS-VFY-CHECK-ACCT
790310     PERFORM 4895-CHECK-ACCOUNT THRU 4895-EXIT
790320     IF WS-VFY-ACCT-OK
790330         GO TO 4851-EXIT
790340     END-IF
790350     MOVE 4 TO WS-VFY-TYPE
790360     DISPLAY "HOLD         " HOLD-ID " ON " WS-VFY-ACCT-STATE
790370         " ACCOUNT " HOLD-ACCT
790380     PERFORM 4890-RECORD-FINDING THRU 4890-EXIT.
790390 4851-EXIT.
790400     EXIT.
790410
790420 4855-CHECK-ORDERS.
790430     OPEN INPUT STANDING-ORDER-FILE
790440     IF WS-SORD-STATUS = "35"
790450         GO TO 4855-EXIT
790460     END-IF
790470     IF WS-SORD-STATUS NOT = "00"
790480         MOVE 8 TO WS-RETURN-CODE
790490         DISPLAY "ERROR: Unable to open standing order file"
790500         GO TO 4855-EXIT
790510     END-IF
790520     MOVE "N"  TO WS-VFY-EOF-SW
790530     MOVE ZERO TO SORD-ORDER-NO
790540     START STANDING-ORDER-FILE KEY IS NOT LESS THAN SORD-ORDER-NO
790550         INVALID KEY
790560             MOVE "Y" TO WS-VFY-EOF-SW
790570     END-START
790580     PERFORM 4856-CHECK-ONE-ORDER THRU 4856-EXIT
790590         UNTIL WS-VFY-EOF
790600     CLOSE STANDING-ORDER-FILE.
790610 4855-EXIT.
790620     EXIT.
790630
790640 4856-CHECK-ONE-ORDER.
790650     READ STANDING-ORDER-FILE NEXT RECORD
790660         AT END
790670             MOVE "Y" TO WS-VFY-EOF-SW
790680             GO TO 4856-EXIT
790690     END-READ
790700     ADD 1 TO WS-VFY-READ-CT
790710     IF SORD-STATUS NOT = "A"
790720         GO TO 4856-EXIT
790730     END-IF
790740     MOVE 5 TO WS-VFY-TYPE
790750     MOVE SORD-FROM-ACCT TO WS-VFY-CHECK-ACCT
790760     PERFORM 4895-CHECK-ACCOUNT THRU 4895-EXIT
790770     IF NOT WS-VFY-ACCT-OK
790780         DISPLAY "ORDER        " SORD-ORDER-NO " FROM "
790790             WS-VFY-ACCT-STATE " ACCOUNT " SORD-FROM-ACCT
790800         PERFORM 4890-RECORD-FINDING THRU 4890-EXIT
790810     END-IF
790820     MOVE SORD-TO-ACCT TO WS-VFY-CHECK-ACCT
790830     PERFORM 4895-CHECK-ACCOUNT THRU 4895-EXIT
790840     IF NOT WS-VFY-ACCT-OK
790850         DISPLAY "ORDER        " SORD-ORDER-NO " TO "
790860             WS-VFY-ACCT-STATE " ACCOUNT " SORD-TO-ACCT
790870         PERFORM 4890-RECORD-FINDING THRU 4890-EXIT
790880     END-IF.
790890 4856-EXIT.
790900     EXIT.
790910
790920 4860-CHECK-PENDINGS.
790930     OPEN INPUT PENDING-FILE
790940     IF WS-PEND-STATUS = "35"
790950         GO TO 4860-EXIT
790960     END-IF
790970     IF WS-PEND-STATUS NOT = "00"
790980         MOVE 8 TO WS-RETURN-CODE
790990         DISPLAY "ERROR: Unable to open pending file"
791000         GO TO 4860-EXIT
791010     END-IF
791020     MOVE "N"  TO WS-VFY-EOF-SW
791030     MOVE ZERO TO PND-ID
791040     START PENDING-FILE KEY IS NOT LESS THAN PND-ID
791050         INVALID KEY
791060             MOVE "Y" TO WS-VFY-EOF-SW
791070     END-START
791080     PERFORM 4861-CHECK-ONE-PENDING THRU 4861-EXIT
791090         UNTIL WS-VFY-EOF
791100     CLOSE PENDING-FILE.
791110 4860-EXIT.
791120     EXIT.
791130
791140 4861-CHECK-ONE-PENDING.
791150     READ PENDING-FILE NEXT RECORD
791160         AT END
791170             MOVE "Y" TO WS-VFY-EOF-SW
791180             GO TO 4861-EXIT
791190     END-READ
791200     ADD 1 TO WS-VFY-READ-CT
791210     IF PND-STATUS NOT = "P"
791220         GO TO 4861-EXIT
791230     END-IF
791240     MOVE 6 TO WS-VFY-TYPE
791250     MOVE PND-FROM-ACCT TO WS-VFY-CHECK-ACCT
791260     PERFORM 4895-CHECK-ACCOUNT THRU 4895-EXIT
791270     IF NOT WS-VFY-ACCT-OK
791280         DISPLAY "PENDING      " PND-ID " FROM "
791290             WS-VFY-ACCT-STATE " ACCOUNT " PND-FROM-ACCT
791300         PERFORM 4890-RECORD-FINDING THRU 4890-EXIT
791310     END-IF
791320     MOVE PND-TO-ACCT TO WS-VFY-CHECK-ACCT
791330     PERFORM 4895-CHECK-ACCOUNT THRU 4895-EXIT
791340     IF NOT WS-VFY-ACCT-OK
791350         DISPLAY "PENDING      " PND-ID " TO "
791360             WS-VFY-ACCT-STATE " ACCOUNT " PND-TO-ACCT
791370         PERFORM 4890-RECORD-FINDING THRU 4890-EXIT
791380     END-IF.
791390 4861-EXIT.
791400     EXIT.
791410
791420 4865-CHECK-EXCEPTIONS.
791430     OPEN INPUT EXCEPTIONS-FILE
791440     IF WS-EXCP-STATUS = "35"
791450         GO TO 4865-EXIT
791460     END-IF
791470     IF WS-EXCP-STATUS NOT = "00"
791480         MOVE 8 TO WS-RETURN-CODE
791490         DISPLAY "ERROR: Unable to open exceptions file"
791500         GO TO 4865-EXIT
791510     END-IF
791520     MOVE "N"  TO WS-VFY-EOF-SW
791530     MOVE ZERO TO EXC-ID
791540     START EXCEPTIONS-FILE KEY IS NOT LESS THAN EXC-ID
791550         INVALID KEY
791560             MOVE "Y" TO WS-VFY-EOF-SW
791570     END-START
791580     PERFORM 4866-CHECK-ONE-EXCEPTION THRU 4866-EXIT
791590         UNTIL WS-VFY-EOF
791600     CLOSE EXCEPTIONS-FILE.
791610 4865-EXIT.
791620     EXIT.
791630
791640*****************************************************************
791650*    4866-CHECK-ONE-EXCEPTION - AN OPEN EXCEPTION IS STILL TO BE
791660*    REPAIRED, RESUBMITTED OR WRITTEN OFF AGAINST ITS ORIGINATING
791670*    REJECT, WHICH MUST THEREFORE STILL BE ON THE LIVE JOURNAL.
791680*****************************************************************
791690 4866-CHECK-ONE-EXCEPTION.
791700     READ EXCEPTIONS-FILE NEXT RECORD
791710         AT END
791720             MOVE "Y" TO WS-VFY-EOF-SW
791730             GO TO 4866-EXIT
791740     END-READ
791750     ADD 1 TO WS-VFY-READ-CT
791760     IF EXC-STATUS NOT = "O" OR EXC-ORIG-SEQ = ZERO
791770         GO TO 4866-EXIT
791780     END-IF
791790     MOVE EXC-ORIG-SEQ TO WS-VFY-FIND-SEQ
791800     MOVE EXC-DATE     TO WS-VFY-FIND-DATE
791810     MOVE SPACES       TO WS-VFY-FIND-ACCT
791820     PERFORM 4842-FIND-POSTING THRU 4842-EXIT
791830     IF WS-VFY-MATCHED AND WS-VFY-P-LIVE
791840         GO TO 4866-EXIT
791850     END-IF
791860     MOVE 7 TO WS-VFY-TYPE
791870     IF WS-VFY-MATCHED
791880         DISPLAY "EXCEPTION    " EXC-ID " JOURNAL SEQ "
791890             EXC-ORIG-SEQ " " EXC-DATE " HAS BEEN ARCHIVED"
791900     ELSE
791910         DISPLAY "EXCEPTION    " EXC-ID " JOURNAL SEQ "
791920             EXC-ORIG-SEQ " " EXC-DATE " IS NOT ON THE JOURNAL"
791930     END-IF
791940     PERFORM 4890-RECORD-FINDING THRU 4890-EXIT.
791950 4866-EXIT.
791960     EXIT.
791970
791980 4870-CHECK-SWEEPS.
791990     OPEN INPUT SWEEP-FILE
792000     IF WS-SWP-STATUS = "35"
792010         GO TO 4870-EXIT
792020     END-IF
792030     IF WS-SWP-STATUS NOT = "00"
792040         MOVE 8 TO WS-RETURN-CODE
792050         DISPLAY "ERROR: Unable to open cash sweep file"
792060         GO TO 4870-EXIT
792070     END-IF
792080     MOVE "N" TO WS-VFY-EOF-SW
792090     MOVE LOW-VALUES TO SWP-SUB-ACCT
792100     START SWEEP-FILE KEY IS NOT LESS THAN SWP-SUB-ACCT
792110         INVALID KEY
792120             MOVE "Y" TO WS-VFY-EOF-SW
792130     END-START
792140     PERFORM 4871-CHECK-ONE-SWEEP THRU 4871-EXIT
792150         UNTIL WS-VFY-EOF
792160     CLOSE SWEEP-FILE.
792170 4870-EXIT.
792180     EXIT.
792190
792200 4871-CHECK-ONE-SWEEP.
792210     READ SWEEP-FILE NEXT RECORD
792220         AT END
792230             MOVE "Y" TO WS-VFY-EOF-SW
792240             GO TO 4871-EXIT
792250     END-READ
792260     ADD 1 TO WS-VFY-READ-CT
792270     IF NOT SWP-ST-ACTIVE
792280         GO TO 4871-EXIT
792290     END-IF
792300     MOVE 8 TO WS-VFY-TYPE
792310     MOVE SWP-SUB-ACCT TO WS-VFY-CHECK-ACCT
792320     PERFORM 4895-CHECK-ACCOUNT THRU 4895-EXIT
792330     IF NOT WS-VFY-ACCT-OK
792340         DISPLAY "SWEEP        SUB-ACCOUNT " WS-VFY-ACCT-STATE " "
792350             SWP-SUB-ACCT
792360         PERFORM 4890-RECORD-FINDING THRU 4890-EXIT
792370     END-IF
792380     MOVE SWP-MASTER-ACCT TO WS-VFY-CHECK-ACCT
792390     PERFORM 4895-CHECK-ACCOUNT THRU 4895-EXIT
792400     IF NOT WS-VFY-ACCT-OK
792410         DISPLAY "SWEEP        " SWP-SUB-ACCT " MASTER "
792420             WS-VFY-ACCT-STATE " " SWP-MASTER-ACCT
792430         PERFORM 4890-RECORD-FINDING THRU 4890-EXIT
792440     END-IF.
792450 4871-EXIT.
792460     EXIT.
792470
792480*****************************************************************
792490*    4880-REPORT-ONE-TYPE - ONE SUMMARY LINE PER TYPE.  THE TYPES
792500*    RUN IN CODE ORDER, SO THE FIRST WITH A FINDING SETS THE
792510*    RETURN CODE.
792520*****************************************************************
792530 4880-REPORT-ONE-TYPE.
792540     ADD 1 TO WS-VFY-TYPE
792550     DISPLAY "  CODE " WS-VFY-T-CODE (WS-VFY-TYPE) "  "
792560         WS-VFY-T-TEXT (WS-VFY-TYPE) " "
792570         WS-VFY-T-COUNT (WS-VFY-TYPE)
792580     IF WS-VFY-T-COUNT (WS-VFY-TYPE) = ZERO
792590         GO TO 4880-EXIT
792600     END-IF
792610     ADD 1 TO WS-VFY-TYPES-FOUND
792620     IF WS-RETURN-CODE = ZERO
792630         MOVE WS-VFY-T-CODE (WS-VFY-TYPE) TO WS-RETURN-CODE
792640     END-IF.
792650 4880-EXIT.
792660     EXIT.
792670
792680 4890-RECORD-FINDING.
792690     ADD 1 TO WS-VFY-T-COUNT (WS-VFY-TYPE)
792700     ADD 1 TO WS-VFY-FINDING-CT.
792710 4890-EXIT.
792720     EXIT.
792730
792740*****************************************************************
792750*    4895-CHECK-ACCOUNT - WS-VFY-ACCT-STATE IS "MISSING" OR
792760*    "CLOSED" FOR AN ACCOUNT NOTHING SHOULD STILL NAME, SPACES
792770*    OTHERWISE.  A FROZEN ACCOUNT IS STILL AN ACCOUNT.
792780*****************************************************************
792790 4895-CHECK-ACCOUNT.
792800     MOVE SPACES TO WS-VFY-ACCT-STATE
792810     IF WS-VFY-CHECK-ACCT = SPACES
792820         GO TO 4895-EXIT
792830     END-IF
792840     MOVE WS-VFY-CHECK-ACCT TO ACCT-ID
792850     READ ACCOUNT-MASTER-FILE
792860         INVALID KEY
792870             MOVE "MISSING" TO WS-VFY-ACCT-STATE
792880         NOT INVALID KEY
792890             IF ACCT-ST-CLOSED
792900                 MOVE "CLOSED" TO WS-VFY-ACCT-STATE
792910             END-IF
792920     END-READ.
792930 4895-EXIT.
792940     EXIT.
792950
792960*****************************************************************
792970*    4900-REBUILD-INDEX - RECREATE THE POSTING INDEX (LGJIDX) FROM
792980*    SCRATCH: EVERY "Success" POSTING ON THE ARCHIVE, THEN ON THE
792990*    LIVE JOURNAL, GETS THE INDEX RECORDS 9200 WOULD HAVE WRITTEN
793000*    FOR IT (4825 BUILDS THEM FOR VERIFY TOO), SO STATEMENT READS
793010*    THE WHOLE HISTORY AGAIN.  THE JOURNALS ARE OPENED BEFORE THE
793020*    OLD INDEX IS CLEARED - ONE THAT WILL NOT OPEN LEAVES IT AS IT
793030*    WAS.  A KEY ALREADY WRITTEN (AN ARCHIVED RECORD'S TWIN FROM
793040*    AN INTERRUPTED ARCHIVE RUN) IS COUNTED AND SKIPPED.  A WRITE
793050*    FAILURE STOPS THE RUN (RC 8); RERUN IT AFTER RECOVERY.
793060*****************************************************************
793070 4900-REBUILD-INDEX.
793080     MOVE ZERO TO WS-RETURN-CODE
793090     MOVE ZERO TO WS-VFY-IDX-WRITTEN-CT
793100     MOVE ZERO TO WS-VFY-IDX-ARC-CT
793110     MOVE ZERO TO WS-VFY-IDX-DUP-CT
793120     MOVE "N"  TO WS-VFY-ARCH-OPEN-SW
793130
793140     OPEN INPUT JOURNAL-FILE
793150     IF WS-JRNL-STATUS NOT = "00"
793160         MOVE 8 TO WS-RETURN-CODE
793170         DISPLAY "ERROR: Unable to open journal file - index not "
793180             "rebuilt"
793190         GO TO 4900-EXIT
793200     END-IF
793210     OPEN INPUT JOURNAL-ARCHIVE-FILE
793220     IF WS-ARCH-STATUS = "00"
793230         MOVE "Y" TO WS-VFY-ARCH-OPEN-SW
793240     ELSE
793250         IF WS-ARCH-STATUS NOT = "35"
793260             MOVE 8 TO WS-RETURN-CODE
793270             DISPLAY "ERROR: Unable to open journal archive file "
793280                 "- index not rebuilt"
793290             CLOSE JOURNAL-FILE
793300             GO TO 4900-EXIT
793310         END-IF
793320     END-IF
793330     OPEN OUTPUT JOURNAL-INDEX-FILE
793340     IF WS-JIDX-STATUS NOT = "00"
793350         MOVE 8 TO WS-RETURN-CODE
793360         DISPLAY "ERROR: Unable to open journal index file"
793370         GO TO 4900-CLOSE
793380     END-IF
793390
793400     IF WS-VFY-ARCH-OPEN
793410         MOVE "N"  TO WS-VFY-EOF-SW
793420         MOVE ZERO TO ARC-SEQ-NO
793430         MOVE ZERO TO ARC-ARCHIVE-DATE
793440         START JOURNAL-ARCHIVE-FILE KEY IS NOT LESS THAN ARC-KEY
793450             INVALID KEY
793460                 MOVE "Y" TO WS-VFY-EOF-SW
793470         END-START
793480         PERFORM 4910-INDEX-ARCHIVED-POSTING THRU 4910-EXIT
793490             UNTIL WS-VFY-EOF
793500     END-IF
793510     IF WS-RETURN-CODE = ZERO
793520         MOVE "N"  TO WS-VFY-EOF-SW
793530         MOVE ZERO TO JRN-SEQ-NO
793540         START JOURNAL-FILE KEY IS NOT LESS THAN JRN-SEQ-NO
793550             INVALID KEY
793560                 MOVE "Y" TO WS-VFY-EOF-SW
793570         END-START
793580         PERFORM 4915-INDEX-LIVE-POSTING THRU 4915-EXIT
793590             UNTIL WS-VFY-EOF
793600     END-IF
793610     CLOSE JOURNAL-INDEX-FILE.
793620 4900-CLOSE.
793630     CLOSE JOURNAL-FILE
793640     IF WS-VFY-ARCH-OPEN
793650         CLOSE JOURNAL-ARCHIVE-FILE
793660     END-IF
793670     IF WS-RETURN-CODE NOT = ZERO
793680         DISPLAY "Index rebuild abandoned - rerun REBUILD_IDX "
793690             "after recovery"
793700         GO TO 4900-EXIT
793710     END-IF
793720     DISPLAY "Index rebuild complete. Written="
793730         WS-VFY-IDX-WRITTEN-CT " FromArchive=" WS-VFY-IDX-ARC-CT
793740         " DuplicatesSkipped=" WS-VFY-IDX-DUP-CT.
793750 4900-EXIT.
793760     EXIT.
793770
793780 4910-INDEX-ARCHIVED-POSTING.
793790     READ JOURNAL-ARCHIVE-FILE NEXT RECORD
793800         AT END
793810             MOVE "Y" TO WS-VFY-EOF-SW
793820             GO TO 4910-EXIT
793830     END-READ
793840     PERFORM 4812-LOAD-ARCHIVED-POSTING THRU 4812-EXIT
793850     PERFORM 4920-INDEX-POSTING THRU 4920-EXIT.
793860 4910-EXIT.
793870     EXIT.
793880
793890 4915-INDEX-LIVE-POSTING.
793900     READ JOURNAL-FILE NEXT RECORD
793910         AT END
793920             MOVE "Y" TO WS-VFY-EOF-SW
793930             GO TO 4915-EXIT
793940     END-READ
793950     PERFORM 4817-LOAD-LIVE-POSTING THRU 4817-EXIT
793960     PERFORM 4920-INDEX-POSTING THRU 4920-EXIT.
793970 4915-EXIT.
793980     EXIT.
793990
794000 4920-INDEX-POSTING.
794010     IF WS-VFY-P-STATUS NOT = "Success"
794020         GO TO 4920-EXIT
794030     END-IF
794040     IF WS-VFY-P-FROM NOT = SPACES
794050         MOVE "D" TO WS-VFY-SIDE
794060         PERFORM 4825-BUILD-INDEX-IMAGE THRU 4825-EXIT
794070         PERFORM 4925-WRITE-INDEX-IMAGE THRU 4925-EXIT
794080     END-IF
794090     IF WS-VFY-P-TO NOT = SPACES AND WS-RETURN-CODE = ZERO
794100         MOVE "C" TO WS-VFY-SIDE
794110         PERFORM 4825-BUILD-INDEX-IMAGE THRU 4825-EXIT
794120         PERFORM 4925-WRITE-INDEX-IMAGE THRU 4925-EXIT
794130     END-IF.
794140 4920-EXIT.
794150     EXIT.
794160
794170 4925-WRITE-INDEX-IMAGE.
794180     MOVE SPACES           TO IDX-RECORD
794190     MOVE WS-VFY-E-ACCT    TO IDX-ACCT
794200     MOVE WS-VFY-E-DATE    TO IDX-DATE
794210     MOVE WS-VFY-E-SEQ     TO IDX-SEQ
794220     MOVE WS-VFY-E-OTHER   TO IDX-OTHER-ACCT
794230     MOVE WS-VFY-E-AMOUNT  TO IDX-AMOUNT
794240     MOVE WS-VFY-E-FLAG    TO IDX-FEE-FLAG
794250     WRITE IDX-RECORD
794260         INVALID KEY
794270             ADD 1 TO WS-VFY-IDX-DUP-CT
794280             GO TO 4925-EXIT
794290     END-WRITE
794300     IF WS-JIDX-STATUS NOT = "00" AND WS-JIDX-STATUS NOT = "02"
794310         MOVE 8 TO WS-RETURN-CODE
794320         DISPLAY "ERROR: Journal index write failed, status "
794330             WS-JIDX-STATUS
794340         MOVE "Y" TO WS-VFY-EOF-SW
794350         GO TO 4925-EXIT
794360     END-IF
794370     ADD 1 TO WS-VFY-IDX-WRITTEN-CT
794380     IF WS-VFY-P-ARCHIVED
794390         ADD 1 TO WS-VFY-IDX-ARC-CT
794400     END-IF.
794410 4925-EXIT.
794420     EXIT.
