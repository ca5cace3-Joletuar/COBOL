           SELECT ARCHIVO-EVALUACIONES
             ASSIGN TO "../Archivos/Archivo-EVA.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS EVA-CLAVE
             FILE STATUS IS FL-EVA.
