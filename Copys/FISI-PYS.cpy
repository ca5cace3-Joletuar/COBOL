           SELECT ARCHIVO-PAZ-SALVO
             ASSIGN TO "../Archivos/Archivo-PYS.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS PYS-CLAVE
             FILE STATUS IS FL-PYS.
