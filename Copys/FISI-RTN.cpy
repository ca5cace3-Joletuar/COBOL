           SELECT ARCHIVO-RETENCIONES
             ASSIGN TO "../Archivos/Archivo-RTN.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS RTN-CLAVE
             FILE STATUS IS FL-RTN.
