           SELECT ARCHIVO-CLAVES-BI
             ASSIGN TO "../Archivos/Archivo-CBI.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CBI-CLAVE
             FILE STATUS IS FL-CBI.
