           SELECT ARCHIVO-ERRORES
             ASSIGN TO "../Archivos/Archivo-ERR.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS ERR-CLAVE
             FILE STATUS IS FL-ERR.
