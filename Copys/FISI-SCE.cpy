           SELECT ARCHIVO-SOLICITUDES-CERT
             ASSIGN TO "../Archivos/Archivo-SCE.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS SCE-CLAVE
             FILE STATUS IS FL-SCE.
