004900*                          THE LAST CUTOFF DATE ARCHIVED,
005000*                          CTL-COUNT THE RECORDS MOVED BY THAT
005100*                          RUN.
005110*                    "D" - LEDGER BUSINESS DATE: CTL-DATE IS THE
005120*                          OPEN BUSINESS DATE EVERY POSTING IS
005130*                          STAMPED WITH.  ONLY CLOSE_DAY MOVES
005140*                          IT, TO THE NEXT LGCAL BUSINESS DAY,
005150*                          SO A POSTING ACCEPTED AFTER THE
005160*                          CLOSE IS VALUE-DATED TO THAT DAY.
005170*                          CTL-COUNT COUNTS THE CLOSES TAKEN.
005180*                          NO RECORD MEANS THE MACHINE DATE.
005181*                    "K" + CLEARING SENDER ID IN CTL-KEY-QUAL -
005182*                          THE LAST INBOUND CLEARING FILE TAKEN
005183*                          FROM THAT SENDER: CTL-DATE ITS FILE
005184*                          DATE, CTL-COUNT ITS FILE SEQUENCE,
005185*                          CTL-COUNT-2 THE ITEMS POSTED,
005186*                          CTL-LAST-SEQ THE LAST JOURNAL SEQUENCE
005187*                          BEFORE ITS POSTING BEGAN, AND CTL-MODE
005188*                          "W" WHILE IT IS BEING POSTED ("C" ONCE
005189*                          COMPLETE), SO A FILE IS NEVER POSTED
005190*                          TWICE.
005192*                    "M" - LAST COMPOUND JOURNAL ENTRY NUMBER
005194*                          ISSUED (CTL-LAST-SEQ ONLY).
005199*                    "R" + RULE CODE IN CTL-KEY-QUAL - ONE AML
005204*                          MONITORING RULE (STRC, PASS OR RNDC):
005209*                          CTL-AMOUNT ITS AMOUNT, CTL-COUNT ITS
005214*                          COUNT, CTL-COUNT-2 ITS PERCENT, AND
005219*                          CTL-MODE "Y" (ENABLED) OR "N".  A RULE
005224*                          WITH NO RECORD RUNS ON ITS DEFAULTS.
005229*                    "U" + SCAN DATE IN CTL-KEY-QUAL - ONE RECORD
005234*                          PER DATE AML_SCAN HAS RUN FOR: CTL-DATE
005239*                          THE SCAN DATE, CTL-LAST-SEQ THE LAST
005244*                          ALERT ID ISSUED BEFORE THE SCAN BEGAN,
005249*                          CTL-COUNT THE ACCOUNTS SCANNED,
005254*                          CTL-COUNT-2 THE ALERTS RAISED, AND
005259*                          CTL-MODE "W" WHILE IT RUNS ("C" ONCE
005264*                          COMPLETE), SO A DATE IS NEVER SCANNED
005269*                          TWICE.
005274*                    "L" - LAST AML ALERT ID ISSUED (CTL-LAST-SEQ
005279*                          ONLY).
005281*                    "N" - OPERATOR ENROLMENT MARK, WRITTEN BY THE
005283*                          FIRST ADD_OPER (CTL-DATE THE DATE).
005285*                          WHILE IT EXISTS A MISSING LGOPER
005287*                          REFUSES EVERY COMMAND INSTEAD OF
005289*                          REOPENING THE LEDGER TO ALL.
005291*                  DDNAME LGCTL.
005300*    MODIFICATION HISTORY
005400*    2026-08-08  JJM  INITIAL VERSION.
005500*    2026-08-21  JJM  GENERALIZED FROM THE SINGLE "S" RECORD TO
007700*                     TO MARK A FAST-MODE BATCH CHECKPOINT,
007800*                     AND THE "W" FLUSH-IN-PROGRESS MARKER.
007900*    2026-09-03  JJM  SOURCE RENUMBERED.
007910*    2026-10-06  JJM  ADDED THE "D" BUSINESS DATE RECORD.
007920*    2026-10-12  JJM  ADDED THE "K" CLEARING FILE RECORD.
007930*    2026-10-13  JJM  ADDED THE "M" COMPOUND ENTRY NUMBER RECORD.
007940*    2026-10-15  JJM  ADDED THE "R", "U" AND "L" AML RECORDS.
007950*    2026-10-15  JJM  ADDED THE "N" OPERATOR ENROLMENT RECORD.
008000*****************************************************************
008100 01  CTL-RECORD.
008200     05  CTL-KEY.
