      *----------------------------------------------------------------*
      * CL08RDET - Vinculo entre un menor y el adulto responsable.     *
      * Archivo indexado por el DNI del menor (un tutor por menor);    *
      * ambos DNI deben existir en el maestro de usuarios. Una fecha   *
      * hasta en cero indica que el vinculo no tiene vencimiento.      *
      *----------------------------------------------------------------*
           05  CL08R-DNI-MENOR         PIC 9(08).
           05  CL08R-DNI-TUTOR         PIC 9(08).
           05  CL08R-VINCULO           PIC X(01).
               88  CL08R-PADRE-MADRE           VALUE 'P'.
               88  CL08R-TUTOR-LEGAL           VALUE 'T'.
               88  CL08R-GUARDADOR             VALUE 'G'.
               88  CL08R-OTRO-VINCULO          VALUE 'O'.
               88  CL08R-VINCULO-VALIDO        VALUE 'P' 'T' 'G' 'O'.
           05  CL08R-FECHA-DESDE       PIC 9(08).
           05  CL08R-FECHA-HASTA       PIC 9(08).
           05  CL08R-USUARIO-MOD       PIC X(08).
           05  CL08R-FECHA-MOD         PIC 9(08).
