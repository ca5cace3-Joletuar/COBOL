           SELECT ARCHIVO-CATALOGO-REPORTES
             ASSIGN TO "../Archivos/Archivo-CRP.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CRP-NUMERO
             FILE STATUS IS FL-CRP.
