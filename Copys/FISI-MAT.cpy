           SELECT ARCHIVO-MATERNIDAD
             ASSIGN TO "../Archivos/Archivo-MAT.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS MAT-CLAVE
             FILE STATUS IS FL-MAT.
