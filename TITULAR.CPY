      *          holder's name next to an account; TITUMAST is the
      *          master those copies are refreshed from, so the same
      *          person can no longer drift into several diverging
      *          identities. TIT-VIGILANCIA is the customer's
      *          standing against the sanctions and PEP watch list:
      *          blank never screened, "L" screened clear, "P" a
      *          possible match pending compliance, "D" a match
      *          compliance cleared as a false positive and "C" a
      *          match compliance confirmed; TIT-FECHA-VIGILANCIA is
      *          the date of the last screening or decision.
      ******************************************************************
       01  TIT-RECORD.
           05  TIT-NUMERO             PIC X(06).
           05  TIT-DOCUMENTO          PIC X(11).
           05  TIT-DIRECCION          PIC X(40).
           05  TIT-TELEFONO           PIC X(15).
           05  TIT-VIGILANCIA         PIC X(01).
               88  VIGILANCIA-LIBRE   VALUE "L".
               88  VIGILANCIA-PENDIENTE VALUE "P".
               88  VIGILANCIA-DESCARTADA VALUE "D".
               88  VIGILANCIA-CONFIRMADA VALUE "C".
           05  TIT-FECHA-VIGILANCIA   PIC 9(06).
           05  FILLER                 PIC X(03).
