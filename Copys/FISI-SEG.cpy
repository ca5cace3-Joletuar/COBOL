           SELECT ARCHIVO-PLANES-SEGURO
             ASSIGN TO "../Archivos/Archivo-SEG.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS SEG-CLAVE
             FILE STATUS IS FL-SEG.
