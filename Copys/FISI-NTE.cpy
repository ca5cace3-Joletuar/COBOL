           SELECT ARCHIVO-NOTIF-ENVIADAS
             ASSIGN TO "../Archivos/Archivo-NTE.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS NTE-CLAVE
             FILE STATUS IS FL-NTE.
