        03 CUST-PHONE                  PIC X(15).
        03 CUST-EMAIL                  PIC X(30).
        03 CUST-DELIV-PREF             PIC X(1).
        03 CUST-KYC-DATA.
         05 CUST-RISK-RATING           PIC X(1).
         05 CUST-KYC-LAST-DATE         PIC X(8).
         05 CUST-KYC-DUE-DATE          PIC X(8).
         05 CUST-KYC-BY                PIC X(8).
        03 CUST-ESTATE-DATA.
         05 CUST-LIFE-STATUS           PIC X(1).
           88 CUST-DECEASED                    VALUE 'D'.
         05 CUST-DEATH-DATE            PIC X(8).
         05 CUST-DEATH-RECORDED-BY     PIC X(8).
         05 CUST-ESTATE-SETTLED-DATE   PIC X(8).
         05 CUST-EXECUTOR-ACCOUNT      PIC X(5).
        03 CUST-PERSONAL-DATA.
         05 CUST-BIRTH-DATE            PIC X(8).
        03 CUST-MAIL-DATA.
         05 CUST-MAIL-STATUS           PIC X(1).
           88 CUST-MAIL-RETURNED               VALUE 'R'.
         05 CUST-MAIL-RETURNED-DATE    PIC X(8).
         05 CUST-MAIL-RETURNED-BY      PIC X(8).

       01 MERGE-WORK-RECORD.
        03 MRG-KEY.
         05 CT-ADDRESS                 PIC X(45).

       01 MISCEL-VARS.
        03 CUST-REC-LEN-M              PIC S9(4) VALUE 202.
        03 MRG-REC-LEN                 PIC S9(4) VALUE 28.
        03 LENGTH-VAR                  PIC S9(4) VALUE 0.
        03 END-OF-FILE-SW              PIC 9 VALUE 0.
