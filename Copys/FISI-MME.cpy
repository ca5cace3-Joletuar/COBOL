           SELECT ARCHIVO-MATRIZ-MERITO
             ASSIGN TO "../Archivos/Archivo-MME.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS MME-CLAVE
             FILE STATUS IS FL-MME.
