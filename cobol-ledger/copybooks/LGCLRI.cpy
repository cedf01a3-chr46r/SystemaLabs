000100*****************************************************************
000200*    COPYBOOK    : LGCLRI
000300*    DESCRIPTION : INBOUND CLEARING FILE RECORD LAYOUTS, AS SENT
000400*                  BY THE CLEARING HOUSE.  FIXED 120-BYTE
000500*                  RECORDS, SEQUENTIAL FILE, DDNAME LGCLRIN, READ
000600*                  BY CLEAR_IN.  RECORD TYPE IN THE FIRST BYTE:
000700*                    "1" - FILE HEADER: SENDER, RECEIVER, FILE
000800*                          DATE AND FILE SEQUENCE (ONE PER FILE).
000900*                    "5" - BATCH HEADER: BATCH NUMBER, CURRENCY
001000*                          AND VALUE DATE OF THE ITEMS THAT
001100*                          FOLLOW.
001200*                    "6" - PAYMENT DETAIL: CLEARING REFERENCE,
001300*                          ORIGINATOR, BENEFICIARY ACCOUNT,
001400*                          AMOUNT AND CURRENCY.  CLI-D-RETURN-
001500*                          CODE IS SPACES INBOUND.
001600*                    "8" - BATCH TRAILER: ITEM COUNT AND AMOUNT
001700*                          TOTAL OF THE BATCH.
001800*                    "9" - FILE TRAILER: BATCH COUNT, ITEM COUNT
001900*                          AND AMOUNT TOTAL OF THE FILE.
002000*                  THE RETURNS FILE (LGCLRO) USES THE SAME
002100*                  LAYOUTS.
002200*    MODIFICATION HISTORY
002300*    2026-10-12  JJM  INITIAL VERSION.
002400*****************************************************************
002500 01  CLI-RECORD.
002600     05  CLI-REC-TYPE                PIC X(01).
002700         88  CLI-FILE-HEADER         VALUE "1".
002800         88  CLI-BATCH-HEADER        VALUE "5".
002900         88  CLI-DETAIL              VALUE "6".
003000         88  CLI-BATCH-TRAILER       VALUE "8".
003100         88  CLI-FILE-TRAILER        VALUE "9".
003200     05  FILLER                      PIC X(119).
003300
003400 01  CLI-FILE-HEADER-REC.
003500     05  CLI-FH-TYPE                 PIC X(01).
003600     05  CLI-FH-SENDER               PIC X(08).
003700     05  CLI-FH-RECEIVER             PIC X(08).
003800     05  CLI-FH-FILE-DATE            PIC 9(8).
003900     05  CLI-FH-FILE-SEQ             PIC 9(6).
004000     05  FILLER                      PIC X(89).
004100
004200 01  CLI-BATCH-HEADER-REC.
004300     05  CLI-BH-TYPE                 PIC X(01).
004400     05  CLI-BH-BATCH-NO             PIC 9(6).
004500     05  CLI-BH-CURRENCY             PIC X(03).
004600     05  CLI-BH-VALUE-DATE           PIC 9(8).
004700     05  CLI-BH-DESCRIPTION          PIC X(20).
004800     05  FILLER                      PIC X(82).
004900
005000 01  CLI-DETAIL-REC.
005100     05  CLI-D-TYPE                  PIC X(01).
005200     05  CLI-D-REFERENCE             PIC X(16).
005300     05  CLI-D-ORIGINATOR            PIC X(35).
005400     05  CLI-D-BENEF-ACCT            PIC X(32).
005500     05  CLI-D-AMOUNT                PIC 9(10)V99.
005600     05  CLI-D-CURRENCY              PIC X(03).
005700     05  CLI-D-RETURN-CODE           PIC X(03).
005800     05  FILLER                      PIC X(18).
005900
006000 01  CLI-BATCH-TRAILER-REC.
006100     05  CLI-BT-TYPE                 PIC X(01).
006200     05  CLI-BT-BATCH-NO             PIC 9(6).
006300     05  CLI-BT-ITEM-CT              PIC 9(6).
006400     05  CLI-BT-AMOUNT               PIC 9(12)V99.
006500     05  FILLER                      PIC X(93).
006600
006700 01  CLI-FILE-TRAILER-REC.
006800     05  CLI-FT-TYPE                 PIC X(01).
006900     05  CLI-FT-BATCH-CT             PIC 9(6).
007000     05  CLI-FT-ITEM-CT              PIC 9(6).
007100     05  CLI-FT-AMOUNT               PIC 9(12)V99.
007200     05  FILLER                      PIC X(93).
