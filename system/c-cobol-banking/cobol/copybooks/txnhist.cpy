001640*                   history consolidated before the branch
001650*                   existed still parses and reads back a
001660*                   blank branch.
001670*   2026-10-15 JFM  Carries the operator id the log record
001680*                   was stamped with, again at the END.
001700******************************************************************
001800 01  TRANSACTION-HISTORY-RECORD.
001900         05  THS-HISTORY-KEY.
003000         05  THS-CODE                     PIC X(20).
003100         05  THS-MESSAGE                  PIC X(40).
003200         05  THS-BRANCH-ID                PIC X(02).
003210         05  THS-OPERATOR-ID              PIC X(08).
