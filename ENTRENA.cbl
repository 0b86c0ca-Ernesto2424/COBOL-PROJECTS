       COPY EMPFD.

       FD  EMPLOYEE-NUEVO.
       01  EMPLEADO-NUEVO-RECORD   PIC X(49).

       FD  OPERADOR-MASTER.
       01  OPERADOR-RECORD.
