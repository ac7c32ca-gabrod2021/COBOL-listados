           05  CL08-USUARIO-BAJA       PIC X(08).
           05  CL08-FECHA-BAJA         PIC 9(08).
           05  CL08-HORA-BAJA          PIC 9(06).
           05  CL08-MOTIVO-BAJA        PIC X(01).
               88  CL08-BAJA-SIN-MOTIVO        VALUE SPACE.
               88  CL08-BAJA-ADMINISTRATIVA    VALUE 'A'.
               88  CL08-BAJA-FUSION            VALUE 'U'.
               88  CL08-BAJA-FALLECIDO         VALUE 'F'.
