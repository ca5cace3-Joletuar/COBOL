           SELECT ARCHIVO-PLANTILLAS
             ASSIGN TO "../Archivos/Archivo-PLT.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS PLT-CLAVE
             FILE STATUS IS FL-PLT.
