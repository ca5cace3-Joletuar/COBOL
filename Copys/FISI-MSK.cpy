           SELECT ARCHIVO-PERFILES-MASCARA
             ASSIGN TO "../Archivos/Archivo-MSK.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS MSK-CLAVE
             FILE STATUS IS FL-MSK.
