           SELECT ARCHIVO-ATRASOS
             ASSIGN TO "../Archivos/Archivo-ATR.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS ATR-CLAVE
             FILE STATUS IS FL-ATR.
