       FD  ARCHIVO-ROL-TURNOS.
           01 ROS-DATOS.
              03 ROS-CLAVE.
                 05 ROS-COD-EMPLEADO     PIC 9(8).
                 05 ROS-FECHA.
                    07 ROS-FEC-AA        PIC 9(4).
                    07 ROS-FEC-MM        PIC 9(2).
                    07 ROS-FEC-DD        PIC 9(2).
              03 ROS-COD-EMPRESA         PIC 9(3).
              03 ROS-COD-TURNO           PIC 9(2).
              03 ROS-ORIGEN              PIC X(1).
              03 ROS-COD-ROTACION        PIC 9(2).
              03 ROS-EMP-INTERCAMBIO     PIC 9(8).
              03 ROS-OPERADOR            PIC X(10).
              03 ROS-FEC-REGISTRO        PIC 9(8).
              03 ROS-ESTADO              PIC X(1).
