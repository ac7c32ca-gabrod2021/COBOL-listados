      *----------------------------------------------------------------*
      * CL08LDET - Registro del maestro de localidades.                *
      * Tabla de referencia con el nombre oficial de cada localidad;   *
      * el contacto del usuario (CL08C-LOCALIDAD) solo admite nombres  *
      * que figuren en este maestro.                                   *
      *----------------------------------------------------------------*
           05  CL08L-CODIGO            PIC X(04).
           05  CL08L-NOMBRE            PIC X(20).
           05  CL08L-PROVINCIA         PIC X(20).
           05  CL08L-COD-POSTAL        PIC X(08).
