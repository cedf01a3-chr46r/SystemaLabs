000100*****************************************************************
000200*    COPYBOOK    : LGCLRO
000300*    DESCRIPTION : OUTBOUND CLEARING RETURNS FILE RECORD LAYOUTS.
000400*                  THE CLEARING HOUSE'S OWN FORMAT, AS FOR THE
000500*                  INBOUND FILE (LGCLRI), SENT BACK THE SAME DAY.
000600*                  FIXED 120-BYTE RECORDS, SEQUENTIAL FILE,
000700*                  DDNAME LGCLRRT, WRITTEN BY CLEAR_IN: A "1"
000800*                  FILE HEADER (SENDER AND RECEIVER SWAPPED, THE
000900*                  INBOUND FILE'S DATE AND SEQUENCE), A "5"/"8"
001000*                  PAIR AROUND THE RETURNED ITEMS OF EACH INBOUND
001100*                  BATCH THAT HAD ANY, AND A "9" FILE TRAILER.
001200*                  EACH "6" DETAIL IS THE INBOUND ITEM AS
001300*                  RECEIVED WITH ITS RETURN REASON CODE:
001400*                    R02 - ACCOUNT CLOSED
001500*                    R03 - NO ACCOUNT / UNABLE TO LOCATE ACCOUNT
001600*                    R16 - ACCOUNT FROZEN
001700*                  A FILE WITH NOTHING TO RETURN IS STILL SENT,
001800*                  HEADER AND TRAILER ONLY.
001900*    MODIFICATION HISTORY
002000*    2026-10-12  JJM  INITIAL VERSION.
002100*****************************************************************
002200 01  CLO-RECORD.
002300     05  CLO-REC-TYPE                PIC X(01).
002400     05  FILLER                      PIC X(119).
002500
002600 01  CLO-FILE-HEADER-REC.
002700     05  CLO-FH-TYPE                 PIC X(01).
002800     05  CLO-FH-SENDER               PIC X(08).
002900     05  CLO-FH-RECEIVER             PIC X(08).
003000     05  CLO-FH-FILE-DATE            PIC 9(8).
003100     05  CLO-FH-FILE-SEQ             PIC 9(6).
003200     05  FILLER                      PIC X(89).
003300
003400 01  CLO-BATCH-HEADER-REC.
003500     05  CLO-BH-TYPE                 PIC X(01).
003600     05  CLO-BH-BATCH-NO             PIC 9(6).
003700     05  CLO-BH-CURRENCY             PIC X(03).
003800     05  CLO-BH-VALUE-DATE           PIC 9(8).
003900     05  CLO-BH-DESCRIPTION          PIC X(20).
004000     05  FILLER                      PIC X(82).
004100
004200 01  CLO-DETAIL-REC.
004300     05  CLO-D-TYPE                  PIC X(01).
004400     05  CLO-D-REFERENCE             PIC X(16).
004500     05  CLO-D-ORIGINATOR            PIC X(35).
004600     05  CLO-D-BENEF-ACCT            PIC X(32).
004700     05  CLO-D-AMOUNT                PIC 9(10)V99.
004800     05  CLO-D-CURRENCY              PIC X(03).
004900     05  CLO-D-RETURN-CODE           PIC X(03).
005000         88  CLO-RET-CLOSED          VALUE "R02".
005100         88  CLO-RET-NO-ACCOUNT      VALUE "R03".
005200         88  CLO-RET-FROZEN          VALUE "R16".
005300     05  FILLER                      PIC X(18).
005400
005500 01  CLO-BATCH-TRAILER-REC.
005600     05  CLO-BT-TYPE                 PIC X(01).
005700     05  CLO-BT-BATCH-NO             PIC 9(6).
005800     05  CLO-BT-ITEM-CT              PIC 9(6).
005900     05  CLO-BT-AMOUNT               PIC 9(12)V99.
006000     05  FILLER                      PIC X(93).
006100
006200 01  CLO-FILE-TRAILER-REC.
006300     05  CLO-FT-TYPE                 PIC X(01).
006400     05  CLO-FT-BATCH-CT             PIC 9(6).
006500     05  CLO-FT-ITEM-CT              PIC 9(6).
006600     05  CLO-FT-AMOUNT               PIC 9(12)V99.
006700     05  FILLER                      PIC X(93).
