           05  CL08C-LOCALIDAD         PIC X(20).
           05  CL08C-TELEFONO          PIC X(15).
           05  CL08C-EMAIL             PIC X(30).
      * Situacion de cada canal segun las devoluciones informadas por
      * la empresa de correo. La fecha de actualizacion es la del
      * ultimo cambio del dato en mantenimiento: una devolucion con
      * fecha anterior corresponde al dato viejo y no se registra.
           05  CL08C-VERIF-POSTAL      PIC X(01).
               88  CL08C-POSTAL-SIN-NOVEDAD    VALUE SPACE.
               88  CL08C-POSTAL-DEVUELTO       VALUE 'D'.
           05  CL08C-FECHA-DEV-POSTAL  PIC 9(08).
           05  CL08C-MOTIVO-DEV-POSTAL PIC X(02).
           05  CL08C-FECHA-ACT-POSTAL  PIC 9(08).
           05  CL08C-VERIF-EMAIL       PIC X(01).
               88  CL08C-EMAIL-SIN-NOVEDAD     VALUE SPACE.
               88  CL08C-EMAIL-REBOTADO        VALUE 'D'.
           05  CL08C-FECHA-DEV-EMAIL   PIC 9(08).
           05  CL08C-MOTIVO-DEV-EMAIL  PIC X(02).
           05  CL08C-FECHA-ACT-EMAIL   PIC 9(08).
