           SELECT ARCHIVO-ROL-TURNOS
             ASSIGN TO "../Archivos/Archivo-ROS.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS ROS-CLAVE
             FILE STATUS IS FL-ROS.
