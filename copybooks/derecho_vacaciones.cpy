      ******************************************************************
      * Copybook: derecho_vacaciones.cpy
      * Layout del registro de vacaciones_derecho.dat, los dias
      * habiles de vacaciones que corresponden a un empleado en un
      * ano cuando no son los de por defecto (pg-vacaciones-dias,
      * 22 si no se ha fijado): jornada reducida, alta a mitad de
      * ano, antiguedad. Indexado por dv-clave (empleado y ano). Lo
      * mantiene rutinas_101 y lo leen la propia rutinas_101 al
      * pedir vacaciones y el informe de saldos (rutinas_102).
      ******************************************************************
       01 derecho-vacaciones-rec.
           05 dv-clave.
               10 dv-emp-id  pic 9(6).
               10 dv-anio    pic 9(4).
           05 dv-dias        pic 9(3).
           05 dv-operador    pic x(10).
           05 dv-fecha       pic 9(8).
           05 filler         pic x(20).
