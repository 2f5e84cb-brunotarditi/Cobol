      *                  guards the interest job. The record grows
      *                  from 63 to 67 bytes: existing ACCTMAST files
      *                  must be reorganised to the new length.
      *   15/10/2026 BT  Add the interest accrued but not yet
      *                  capitalised. The nightly interest job adds
      *                  each day's interest here without touching
      *                  ACCT-BALANCE; month-end and closure post it
      *                  to the balance and zero it. The record grows
      *                  from 67 to 76 bytes: existing ACCTMAST files
      *                  must be reorganised to the new length.
      ******************************************************************
       01  ACCT-RECORD.
           05  ACCT-NUMBER            PIC X(06).
           05  ACCT-BLOQUEO-PIN       PIC X(01).
               88  PIN-BLOQUEADO      VALUE "S".
           05  ACCT-FECHA-ULT-MANT    PIC 9(04).
           05  ACCT-INTERES-DEVENGADO PIC S9(07)V99.
           05  FILLER                 PIC X(01).
