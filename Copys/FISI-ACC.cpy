           SELECT ARCHIVO-ACCIDENTES
             ASSIGN TO "../Archivos/Archivo-ACC.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS ACC-CLAVE
             FILE STATUS IS FL-ACC.
