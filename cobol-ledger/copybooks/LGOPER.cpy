000100*****************************************************************
000200*    COPYBOOK    : LGOPER
000300*    DESCRIPTION : OPERATOR MASTER RECORD LAYOUT.  TWO RECORD
000400*                  TYPES SHARE THE OPERATOR INDEXED FILE
000500*                  (DDNAME LGOPER), KEYED ON OPR-KEY:
000600*                    "O" + OPERATOR ID - ONE PER OPERATOR:
000700*                          OPR-ROLE, OPR-NAME, AND OPR-STATUS
000800*                          (A = ACTIVE, R = REVOKED).  REVOKED
000900*                          OPERATORS STAY ON FILE SO EVERY ID
001000*                          EVER USED REMAINS ACCOUNTABLE.
001100*                    "R" + ROLE + COMMAND - ONE PER COMMAND THE
001200*                          ROLE MAY RUN.  COMMAND "ALL" GRANTS
001300*                          THE ROLE EVERY COMMAND.
001400*                  OPR-CHANGED-BY/-DATE NAME THE OPERATOR WHO
001500*                  LAST MAINTAINED THE RECORD.  UNTIL THE FIRST
001600*                  "O" RECORD IS ON FILE NO COMMAND IS REFUSED,
001700*                  SO THE FIRST ROLE AND OPERATOR CAN BE SET UP.
001800*    MODIFICATION HISTORY
001900*    2026-10-08  JJM  INITIAL VERSION.
002000*****************************************************************
002100 01  OPR-RECORD.
002200     05  OPR-KEY.
002300         10  OPR-KEY-TYPE            PIC X(01).
002400             88  OPR-TYPE-OPERATOR   VALUE "O".
002500             88  OPR-TYPE-GRANT      VALUE "R".
002600         10  OPR-KEY-ID              PIC X(08).
002700         10  OPR-KEY-CMD             PIC X(14).
002800     05  OPR-ROLE                    PIC X(08).
002900     05  OPR-NAME                    PIC X(30).
003000     05  OPR-STATUS                  PIC X(01).
003100         88  OPR-ST-ACTIVE           VALUE "A".
003200         88  OPR-ST-REVOKED          VALUE "R".
003300     05  OPR-ADDED-DATE              PIC 9(8).
003400     05  OPR-CHANGED-DATE            PIC 9(8).
003500     05  OPR-CHANGED-BY              PIC X(08).
003600     05  FILLER                      PIC X(10).
