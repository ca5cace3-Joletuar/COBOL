           SELECT ARCHIVO-EQUIPOS
             ASSIGN TO "../Archivos/Archivo-EQP.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS EQP-CLAVE
             FILE STATUS IS FL-EQP.
