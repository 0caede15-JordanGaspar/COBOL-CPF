      *    RC-END-TIMESTAMP IS A STEP STILL IN FLIGHT (OR ONE THAT
      *    DIED WITHOUT REACHING END-OF-JOB); RC-RETURN-CODE 99 IS
      *    THE IN-FLIGHT MARKER WRITTEN AT START.
      *
      *    CPFBAL ALSO RECORDS ITSELF HERE (STEP CPFBAL, RC 00 IN
      *    BALANCE, 08 OUT OF BALANCE), THOUGH NO STEP CHECKS IT; THE
      *    CPFD DASHBOARD (CPFDASH) READS THE WHOLE FILE TO SHOW THE
      *    NIGHT'S PROGRESS ON ONE SCREEN.
      *****************************************************************
       01  CPF-RUNCTL-RECORD.
           05  RC-STEP-KEY.
