           SELECT ARCHIVO-VIOLACIONES-DESCANSO
             ASSIGN TO "../Archivos/Archivo-VDE.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS VDE-CLAVE
             FILE STATUS IS FL-VDE.
