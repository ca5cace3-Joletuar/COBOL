           SELECT ARCHIVO-DEF-EXTRACTOS
             ASSIGN TO "../Archivos/Archivo-EXD.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS EXD-CODIGO
             FILE STATUS IS FL-EXD.
