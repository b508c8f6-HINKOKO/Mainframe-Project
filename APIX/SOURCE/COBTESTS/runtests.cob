
           CALL 'TESTCONV'   USING TEST-CONTEXT
           CALL 'TESTSTPROG' USING TEST-CONTEXT
           CALL 'TESTDATEL'  USING TEST-CONTEXT
           CALL 'TESTXREF'   USING TEST-CONTEXT
           CALL 'TESTPRCH'   USING TEST-CONTEXT
           CALL 'TESTUOM'    USING TEST-CONTEXT
           CALL 'TESTSPA'    USING TEST-CONTEXT
           CALL 'TESTPARMQ'  USING TEST-CONTEXT

           DISPLAY L-SEP
           DISPLAY 'SUITE TOTAL RUN - ' TESTS-RUN
