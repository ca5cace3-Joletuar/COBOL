           SELECT ARCHIVO-SITUACIONES
             ASSIGN TO "../Archivos/Archivo-SLA.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS SLA-CLAVE
             FILE STATUS IS FL-SLA.
