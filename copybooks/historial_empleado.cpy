      * por empleado de rutinas_4 lo lee de vuelta para mostrar el
      * ciclo de vida completo de un registro.
      *
      * Una revision salarial aprobada (rutinas_57) deja un registro
      * por empleado subido con he-accion "REV AAAAMMDD", la fecha
      * de efecto de la subida, que puede ser anterior al dia en
      * que se aplica (he-fecha).
      *
      * El grado salarial (grado_empleado.cpy), que vive en su propio
      * fichero, deja sus cambios con he-accion "GRADO" y la imagen
      * del registro de grado en he-antes/he-despues, como la cuenta
      * bancaria con "CUENTA BANCO"; el responsable directo
      * (responsable_empleado.cpy) hace lo mismo con "RESPONSABLE".
      *
      * El registro se construye aqui, en working-storage, y se
      * traslada al registro de fichero (FD, pic x(240)) justo antes
      * de escribirlo, igual que ws-historial-linea se traslada a
