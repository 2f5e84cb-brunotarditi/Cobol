      ******************************************************************
      * Copybook: LISTA.CPY
      * Purpose: Shared watch-list record layout (LISTAVIG), the
      *          sanctions and PEP list the regulator publishes, as
      *          loaded by the nightly list revision and read by the
      *          screening routine RUTINA-VIGILANCIA. The first record
      *          is a header carrying the date the list was loaded
      *          and its entry count; every other record is one
      *          listed person. LIS-FECHA-ALTA is the night the entry
      *          first appeared in a load, so a customer compliance
      *          has already cleared is only raised again by entries
      *          listed after the clearance.
      ******************************************************************
       01  LIS-RECORD.
           05  LIS-TIPO-REG           PIC X(01).
               88  LISTA-CABECERA     VALUE "H".
               88  LISTA-DETALLE      VALUE "D".
           05  LIS-TIPO-LISTA         PIC X(01).
               88  LISTA-SANCIONES    VALUE "S".
               88  LISTA-PEP          VALUE "P".
           05  LIS-NOMBRE             PIC X(30).
           05  LIS-DOCUMENTO          PIC X(11).
           05  LIS-FECHA-ALTA         PIC 9(06).
           05  FILLER                 PIC X(11).
       01  LIS-CABECERA REDEFINES LIS-RECORD.
           05  LIS-CAB-TIPO-REG       PIC X(01).
           05  LIS-CAB-FECHA-CARGA    PIC 9(06).
           05  LIS-CAB-CANTIDAD       PIC 9(07).
           05  FILLER                 PIC X(46).
