      ******************************************************************
      * Copybook: revision_salarial.cpy
      * Layout del registro de revisiones_salariales.dat, las reglas
      * de la revision salarial (la subida anual y cualquier otra):
      * cada regla sube el emp-salario en un porcentaje o en un
      * importe mensual fijo a toda la plantilla (ambito T), a un
      * departamento (D, rs-codigo = dp-codigo) o a un empleado (E,
      * rs-codigo = emp-id). Indexado por la fecha de efecto, que
      * identifica la revision, el ambito y el codigo; a un
      * empleado se le aplica su regla propia si la tiene, si no la
      * de su departamento y si no la general.
      *
      * Las reglas las mantiene rutinas_105 mientras estan
      * preparadas ('P'); rutinas_106 saca con ellas el informe
      * previo del coste y, al proponer la revision, deja las
      * lineas por empleado en revisiones_propuesta.dat
      * (revision_empleado.cpy), una solicitud REVISION en
      * aprobaciones.dat (rs-apr-id) y las reglas propuestas ('S').
      * rutinas_57 aplica los salarios nuevos al aprobarla y deja
      * las reglas aplicadas ('A'), o las devuelve a preparadas si
      * se rechaza.
      ******************************************************************
       01 revision-salarial-rec.
           05 rs-clave.
               10 rs-fecha-efecto pic 9(8).
               10 rs-ambito       pic x(1).
                   88 rs-todos         value 'T'.
                   88 rs-departamento  value 'D'.
                   88 rs-empleado      value 'E'.
               10 rs-codigo       pic x(6).
           05 rs-tipo            pic x(1).
               88 rs-porcentaje    value 'P'.
               88 rs-importe-fijo  value 'F'.
           05 rs-valor           pic 9(5)v99.
           05 rs-estado-sw       pic x(1).
               88 rs-preparada     value 'P'.
               88 rs-propuesta     value 'S'.
               88 rs-aplicada      value 'A'.
           05 rs-apr-id          pic 9(6).
           05 rs-operador        pic x(10).
           05 rs-fecha-alta      pic 9(8).
           05 filler             pic x(20).
