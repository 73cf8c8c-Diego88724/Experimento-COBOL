      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      * Modification history:
      *   - new program: a thin executable main for the end-of-shift
      *     cash-up. Since rutinas_119 became a callable subprogram
      *     (PROCEDURE DIVISION USING), so that calculadora and
      *     operaciones can offer it at sign-off, it can no longer
      *     be linked as a standalone executable. This wrapper CALLs
      *     rutinas_119 with the operator blank, which by
      *     rutinas_119's own convention keeps the operator and PIN
      *     prompts, and passes its return code through.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rutinas_119_lanzador.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 ws-operador-rutina119 pic x(10) value spaces.
       01 ws-retcode-rutina119  pic 9(2) value 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            CALL "rutinas_119" USING ws-operador-rutina119
                                     ws-retcode-rutina119
            MOVE ws-retcode-rutina119 TO RETURN-CODE
            STOP RUN.
       END PROGRAM rutinas_119_lanzador.
