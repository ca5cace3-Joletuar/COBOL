           SELECT ARCHIVO-REQUISICIONES
             ASSIGN TO "../Archivos/Archivo-RQS.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS RQS-CLAVE
             FILE STATUS IS FL-RQS.
