001065*                   count) and the date dormancy was
001070*                   declared, for the regulator's dormancy
001075*                   and escheatment regime.
001076*   2026-10-15 JFM  Added the product code the account is
001077*                   priced on (see PRODTBL.CPY), out of the
001078*                   spare bytes.  Blank is the house pricing
001079*                   in force before the product catalogue.
001080******************************************************************
001100 01  ACCOUNT-MASTER-RECORD.
001200         05  ACM-ACCOUNT-ID               PIC X(10).
001692         05  ACM-LAST-ACTIVITY-DATE       PIC X(08).
001694         05  ACM-DORMANT-DATE             PIC X(08).
001696         05  ACM-BRANCH-ID                PIC X(02).
001700         05  ACM-PRODUCT-CODE             PIC X(04).
