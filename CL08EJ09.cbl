           MOVE WS-OPERADOR    TO CL08-USUARIO-BAJA OF FD-REG-MAEUSU.
           MOVE WS-FECHA-NUM   TO CL08-FECHA-BAJA OF FD-REG-MAEUSU.
           MOVE WS-HORA-HHMMSS TO CL08-HORA-BAJA OF FD-REG-MAEUSU.
           MOVE 'U'            TO CL08-MOTIVO-BAJA OF FD-REG-MAEUSU.

           REWRITE FD-REG-MAEUSU
               INVALID KEY
