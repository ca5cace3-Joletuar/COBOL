           SELECT ARCHIVO-DISTRIBUCION
             ASSIGN TO "../Archivos/Archivo-DRP.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FL-DRP.
