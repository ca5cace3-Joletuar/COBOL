           SELECT ARCHIVO-SINC-HRIS
             ASSIGN TO "../Archivos/Archivo-SNC.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS SNC-COD-EMPLEADO
             FILE STATUS IS FL-SNC.
