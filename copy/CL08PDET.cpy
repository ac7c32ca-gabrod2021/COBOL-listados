      *----------------------------------------------------------------*
      * CL08PDET - Cabecera de solicitud pendiente de aprobacion.      *
      * Las bajas de usuario y los cambios al maestro de operadores    *
      * quedan en espera hasta que otro supervisor los apruebe. La     *
      * cabecera va seguida de la imagen previa del usuario (copy      *
      * CL08UDET) o del operador (copy CL08ODET, anterior y nuevo).    *
      * Hay una sola solicitud pendiente por DNI u operador.           *
      *----------------------------------------------------------------*
           05  CL08P-CLAVE.
               10  CL08P-TIPO          PIC X(01).
                   88  CL08P-TIPO-BAJA         VALUE 'B'.
                   88  CL08P-TIPO-OPERADOR     VALUE 'O'.
               10  CL08P-OBJETO        PIC X(08).
               10  CL08P-DNI REDEFINES CL08P-OBJETO
                                       PIC 9(08).
           05  CL08P-SOLICITANTE       PIC X(08).
           05  CL08P-FECHA-SOL         PIC 9(08).
           05  CL08P-HORA-SOL          PIC 9(06).
           05  CL08P-MOTIVO            PIC X(40).
