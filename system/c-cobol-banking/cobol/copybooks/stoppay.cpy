000100******************************************************************
000200* STOPPAY.CPY
000300* Record layout for the STOP-PAYMENT indexed file: the
000400* customer's instructions about inbound collected debits
000500* (clearing type 27), keyed by account plus originator
000600* name as the network sends it, upper case.  A record is
000700* one of three kinds:
000800*
000900*   S  stop payment - debits from the originator are
001000*      returned, optionally only the one trace number or
001100*      only amounts inside the low/high range (zero = no
001200*      bound on that side);
001300*   M  mandate - the originator is authorised to collect
001400*      from the account;
001500*   O  mandate-only opt-in - the account-level record,
001600*      blank originator: only originators holding an
001700*      active mandate may collect at all.
001800*
001900* Maintained by STOP_PAYMENT, MANDATE, CANCEL_STOP and
002000* MANDATE_ONLY on the TRANSACTION-ENGINE queue and read by
002100* CLG-IMPORT.  A blank expiry runs until cancelled; a
002200* cancelled record is kept as the audit record of the
002300* instruction.
002400*
002500* Mod history:
002600*   2026-10-15 JFM  Initial layout.
002700******************************************************************
002800 01  STOP-PAYMENT-RECORD.
002900         05  STP-STOP-KEY.
003000             10  STP-ACCOUNT-ID           PIC X(10).
003100             10  STP-ORIGINATOR           PIC X(30).
003200         05  STP-ENTRY-TYPE               PIC X(01).
003300             88  STP-STOP                 VALUE "S".
003400             88  STP-MANDATE              VALUE "M".
003500             88  STP-MANDATE-ONLY         VALUE "O".
003600         05  STP-TRACE-NUMBER             PIC X(15).
003700         05  STP-AMOUNT-LOW               PIC S9(9)V99 COMP-3.
003800         05  STP-AMOUNT-HIGH              PIC S9(9)V99 COMP-3.
003900         05  STP-EXPIRY-DATE              PIC X(08).
004000         05  STP-CREATED-DATE             PIC X(08).
004100         05  STP-STATUS                   PIC X(01).
004200             88  STP-ACTIVE               VALUE "A".
004300             88  STP-CANCELLED            VALUE "X".
004400         05  STP-CANCELLED-DATE           PIC X(08).
004500         05  FILLER                       PIC X(17).
