           SELECT ARCHIVO-CORRIDAS-ESP
             ASSIGN TO "../Archivos/Archivo-ESP.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS ESP-CLAVE
             FILE STATUS IS FL-ESP.
