000100*****************************************************************
000200*    COPYBOOK    : LGALRT
000300*    DESCRIPTION : AML ALERT CASE RECORD LAYOUT.  THE NIGHTLY
000400*                  AML_SCAN WRITES ONE RECORD HERE FOR EVERY
000500*                  MONITORING RULE AN ACCOUNT'S DAY OF POSTINGS
000600*                  TRIPS, AND COMPLIANCE WORKS THE CASE WITH
000700*                  ASSIGN_ALERT, ESCALATE_ALERT AND CLOSE_ALERT.
000800*                  KEYED ON ALR-ID (ASCENDING, UNIQUE) IN THE
000900*                  ALERT CASE INDEXED FILE (DDNAME LGALRT).
001000*                  ALR-RULE: STRC = REPEATED DEBITS JUST UNDER
001100*                  THE DUAL-AUTHORIZATION THRESHOLD, PASS = MONEY
001200*                  IN AND OUT OF THE ACCOUNT THE SAME DAY, RNDC =
001300*                  ROUND-AMOUNT CREDITS FROM SEVERAL SOURCES.
001400*                  ALR-AMOUNT IS THE TOTAL OF THE POSTINGS THAT
001500*                  TRIPPED THE RULE, IN THE ACCOUNT'S CURRENCY;
001600*                  ALR-SEQ-CT COUNTS THEM AND ALR-SEQ HOLDS THE
001700*                  JOURNAL SEQUENCES OF THE FIRST TEN.
001800*                  ALR-STATUS: O = OPEN, A = ASSIGNED TO
001900*                  ALR-ASSIGNEE, E = ESCALATED, C = CLOSED WITH
002000*                  A DISPOSITION (N = NO FURTHER ACTION, S =
002100*                  SUSPICIOUS ACTIVITY REPORTED) AND ALR-NOTE.
002200*                  ALR-ESC-FLAG STAYS "Y" ONCE AN ALERT HAS BEEN
002300*                  ESCALATED, SO THE MONTHLY REPORT CAN COUNT IT
002400*                  AFTER IT IS CLOSED.  CLOSED ALERTS ARE KEPT ON
002500*                  FILE FOR AUDIT.
002600*    MODIFICATION HISTORY
002700*    2026-10-15  JJM  INITIAL VERSION.
002800*****************************************************************
002900 01  ALR-RECORD.
003000     05  ALR-ID                      PIC 9(6).
003100     05  ALR-RULE                    PIC X(04).
003200     05  ALR-ACCT                    PIC X(32).
003300     05  ALR-CURRENCY                PIC X(03).
003400     05  ALR-SCAN-DATE               PIC 9(8).
003500     05  ALR-AMOUNT                  PIC 9(12)V99    COMP-3.
003600     05  ALR-SEQ-CT                  PIC 9(4).
003700     05  ALR-SEQ-TABLE.
003800         10  ALR-SEQ                 PIC 9(6)
003900                                     OCCURS 10 TIMES.
004000     05  ALR-STATUS                  PIC X(01).
004100         88  ALR-ST-OPEN                         VALUE "O".
004200         88  ALR-ST-ASSIGNED                     VALUE "A".
004300         88  ALR-ST-ESCALATED                    VALUE "E".
004400         88  ALR-ST-CLOSED                       VALUE "C".
004500     05  ALR-ASSIGNEE                PIC X(08).
004600     05  ALR-ASSIGN-DATE             PIC 9(8).
004700     05  ALR-ESC-FLAG                PIC X(01).
004800         88  ALR-WAS-ESCALATED                   VALUE "Y".
004900     05  ALR-ESC-DATE                PIC 9(8).
005000     05  ALR-ESC-OPER                PIC X(08).
005100     05  ALR-DISPOSITION             PIC X(01).
005200         88  ALR-DISP-CLEARED                    VALUE "N".
005300         88  ALR-DISP-REPORTED                   VALUE "S".
005400     05  ALR-CLOSE-DATE              PIC 9(8).
005500     05  ALR-CLOSE-OPER              PIC X(08).
005600     05  ALR-NOTE                    PIC X(50).
005700     05  FILLER                      PIC X(10).
