               88  CL08A-ACCION-SIGNON         VALUE 'S'.
               88  CL08A-ACCION-FALLIDO        VALUE 'F'.
               88  CL08A-ACCION-BLOQUEO        VALUE 'L'.
               88  CL08A-ACCION-SOLICITUD      VALUE 'P'.
               88  CL08A-ACCION-RECHAZO        VALUE 'N'.
               88  CL08A-ACCION-VENCIDA        VALUE 'V'.
               88  CL08A-ACCION-OPERADOR       VALUE 'O'.
               88  CL08A-ACCION-ANONIMIZA      VALUE 'M'.
               88  CL08A-ACCION-EXTRACCION     VALUE 'E'.
               88  CL08A-ACCION-TUTOR          VALUE 'T'.
