           SELECT ARCHIVO-BENEFICIOS-ESP
             ASSIGN TO "../Archivos/Archivo-BEN.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS BEN-CLAVE
             FILE STATUS IS FL-BEN.
