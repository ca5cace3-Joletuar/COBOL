           SELECT ARCHIVO-CANDIDATOS
             ASSIGN TO "../Archivos/Archivo-CND.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CND-CLAVE
             FILE STATUS IS FL-CND.
