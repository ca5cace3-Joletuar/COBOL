           SELECT ARCHIVO-TOKENS
             ASSIGN TO "../Archivos/Archivo-TOK.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS TOK-TOKEN
             ALTERNATE RECORD KEY IS TOK-CEDULA
             FILE STATUS IS FL-TOK.
