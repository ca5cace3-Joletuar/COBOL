           SELECT ARCHIVO-CUENTAS-INTERCIA
             ASSIGN TO "../Archivos/Archivo-ICC.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS ICC-CLAVE
             FILE STATUS IS FL-ICC.
