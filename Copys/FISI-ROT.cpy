           SELECT ARCHIVO-ROTACIONES
             ASSIGN TO "../Archivos/Archivo-ROT.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS ROT-CLAVE
             FILE STATUS IS FL-ROT.
