             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS NOM-CLAVE
             ALTERNATE RECORD KEY IS NOM-CLAVE-PERIODO
             FILE STATUS IS FL-NOM.
