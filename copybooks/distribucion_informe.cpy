      ******************************************************************
      * Copybook: distribucion_informe.cpy
      * Layout del registro de distribucion_informes.dat, la tabla de
      * distribucion de informes: que roles reciben cada informe y a
      * nombre de quien sale la hoja de cabecera de su copia.  Un
      * informe puede tener tantas lineas como destinatarios.  Las
      * lineas que empiezan por '*' son comentarios.
      *
      * El fichero se edita a mano (como programacion_jobs.dat) y el
      * driver nocturno lo copia al directorio de trabajo.
      ******************************************************************
       01 ws-distribucion-linea.
           05 di-informe      pic x(30).
           05 filler          pic x(1).
           05 di-rol          pic x(15).
           05 filler          pic x(1).
           05 di-destinatario pic x(30).
