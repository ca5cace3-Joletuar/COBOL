           SELECT ARCHIVO-JUBILADOS
             ASSIGN TO "../Archivos/Archivo-JBP.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS JBP-CLAVE
             FILE STATUS IS FL-JBP.
