      ******************************************************************
      * Copybook: VIGILA.CPY
      * Purpose: Parameter block of the screening routine
      *          RUTINA-VIGILANCIA, COPYed into the caller's
      *          WORKING-STORAGE and into the routine's LINKAGE
      *          SECTION so both sides share one layout. The caller
      *          names the function ("V" screen a name and document
      *          against the watch list, "D" record a compliance
      *          decision, "F" end of run), where the check comes
      *          from (VIG-ORIGEN), who or what is checked
      *          (VIG-SUJETO: customer number or transfer reference)
      *          and the name and document; VIG-FECHA-DESDE, when not
      *          zero, ignores list entries listed on or before that
      *          date. Every call is written to the screening audit
      *          file VIGILOG. The routine answers in VIG-RESULTADO
      *          with the list entry matched and the date of the
      *          list in force.
      ******************************************************************
       01  VIG-PARAMETROS.
           05  VIG-FUNCION            PIC X(01).
               88  VIG-VERIFICAR      VALUE "V".
               88  VIG-DECIDIR        VALUE "D".
               88  VIG-FINALIZAR      VALUE "F".
           05  VIG-ORIGEN             PIC X(08).
           05  VIG-SUJETO             PIC X(20).
           05  VIG-NOMBRE             PIC X(30).
           05  VIG-DOCUMENTO          PIC X(11).
           05  VIG-FECHA-DESDE        PIC 9(06).
           05  VIG-OPERADOR           PIC X(06).
           05  VIG-RESULTADO          PIC X(01).
               88  VIG-COINCIDENCIA   VALUE "S".
               88  VIG-LIBRE          VALUE "N".
               88  VIG-SIN-LISTA      VALUE "X".
               88  VIG-DESCARTADA     VALUE "D".
               88  VIG-CONFIRMADA     VALUE "C".
           05  VIG-LISTA-TIPO         PIC X(01).
           05  VIG-LISTA-NOMBRE       PIC X(30).
           05  VIG-FECHA-LISTA        PIC 9(06).
