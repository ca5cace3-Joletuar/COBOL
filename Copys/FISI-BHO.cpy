           SELECT ARCHIVO-BANCO-HORAS
             ASSIGN TO "../Archivos/Archivo-BHO.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS BHO-CLAVE
             FILE STATUS IS FL-BHO.
