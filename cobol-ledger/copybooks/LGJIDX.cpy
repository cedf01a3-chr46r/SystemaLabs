001300*                  KEYED ON IDX-KEY (ACCOUNT, DATE, SEQUENCE -
001400*                  ASCENDING, UNIQUE) IN THE JOURNAL INDEX
001500*                  INDEXED FILE (DDNAME LGJIDX).
001510*                  A COMPOUND ENTRY'S LEG HAS NO OTHER ACCOUNT:
001520*                  IT IS INDEXED FOR ITS OWN ACCOUNT ONLY, WITH
001530*                  IDX-OTHER-ACCT "ENTRY NNNNNN" NAMING THE ENTRY.
001540*                  IDX-FEE-FLAG MARKS BOTH SIDES OF A TRANSFER FEE
001550*                  (F) AND OF A FEE REFUND (R) SO STATEMENT CAN
001560*                  SHOW THEM AS SUCH; SPACE ON EVERY OTHER RECORD.
001565*                  ARCHIVE LEAVES THE INDEX ALONE, SO IT ALSO
001570*                  COVERS ARCHIVED POSTINGS.  VERIFY CHECKS IT
001575*                  AGAINST LGJRNL AND LGJARCH BOTH WAYS, AND
001580*                  REBUILD_IDX RECREATES IT FROM THEM.
001600*    MODIFICATION HISTORY
001700*    2026-08-21  JJM  INITIAL VERSION - SUPPORTS STATEMENT.
001710*    2026-09-02  JJM  IDX-AMOUNT NOW CARRIES TWO IMPLIED
001720*                     DECIMALS, IN STEP WITH THE JOURNAL.  A
001730*                     ONE-TIME RELOAD CONVERTS RECORDS WRITTEN
001740*                     AT THE OLD WIDTH.
001750*    2026-10-13  JJM  DOCUMENTED THE COMPOUND ENTRY LEG RECORD.
001760*    2026-10-14  JJM  ADDED IDX-FEE-FLAG, TAKEN FROM THE FILLER.
001770*    2026-10-15  JJM  DOCUMENTED VERIFY AND REBUILD_IDX.
001800*****************************************************************
001900 01  IDX-RECORD.
002000     05  IDX-KEY.
002300         10  IDX-SEQ                 PIC 9(6).
002400     05  IDX-OTHER-ACCT              PIC X(32).
002500     05  IDX-AMOUNT                  PIC S9(10)V99   COMP-3.
002600     05  IDX-FEE-FLAG                PIC X(01).
002700         88  IDX-FEE-CHARGE                      VALUE "F".
002800         88  IDX-FEE-REFUND                      VALUE "R".
002900     05  FILLER                      PIC X(09).
