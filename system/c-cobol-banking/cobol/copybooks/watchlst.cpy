000100******************************************************************
000200* WATCHLST.CPY
000300* Record layout for the WATCH-LIST indexed file: the
000400* regulator's sanctions list as last loaded by WATCH-SCREEN.
000500* Every listed party gives up to two records, one per way it
000600* can be matched:
000700*
000800*   N  the listed name, normalized - upper case, letters and
000900*      digits only, so "Jose da Silva", "JOSE DA SILVA" and
001000*      "Jose da-Silva" are one name;
001200*   D  the listed document id, normalized to its digits the
001300*      same way the engine keys CUSTOMER-DOC.
001400*
001500* Read by OPEN_ACCOUNT on the TRANSACTION-ENGINE queue and by
001600* CLG-IMPORT and CLG-EXPORT on the originator name; the whole
001700* file is replaced each time a new list is loaded.
001800*
001900* Mod history:
002000*   2026-10-15 JFM  Initial layout.
002100******************************************************************
002200 01  WATCH-LIST-RECORD.
002300         05  WLS-MATCH-KEY.
002400             10  WLS-KEY-TYPE             PIC X(01).
002500                 88  WLS-NAME-KEY         VALUE "N".
002600                 88  WLS-DOCUMENT-KEY     VALUE "D".
002700             10  WLS-KEY-VALUE            PIC X(40).
002800         05  WLS-LIST-REFERENCE           PIC X(15).
002900         05  WLS-LISTED-NAME              PIC X(40).
003000         05  WLS-LISTED-DOCUMENT          PIC X(20).
003100         05  WLS-LOADED-DATE              PIC X(08).
003200         05  FILLER                       PIC X(16).
