           SELECT ARCHIVO-AFILIACIONES
             ASSIGN TO "../Archivos/Archivo-AFI.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS AFI-CLAVE
             FILE STATUS IS FL-AFI.
