           SELECT ARCHIVO-OTROS-EMPL
             ASSIGN TO "../Archivos/Archivo-IOE.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS IOE-CLAVE
             FILE STATUS IS FL-IOE.
