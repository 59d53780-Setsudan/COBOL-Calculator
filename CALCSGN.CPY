               88  SG-FUNC-REPAIR            VALUE "R".
               88  SG-FUNC-RATEMNT           VALUE "M".
               88  SG-FUNC-PURGE             VALUE "P".
               88  SG-FUNC-APPROVE           VALUE "A".
           05  SG-USER-ID        PIC X(8).
           05  SG-GRANTED-SW     PIC X.
               88  SG-SIGNON-GRANTED         VALUE "Y".
