           SELECT ARCHIVO-ASIGNACIONES-CIA
             ASSIGN TO "../Archivos/Archivo-ICA.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS ICA-CLAVE
             FILE STATUS IS FL-ICA.
