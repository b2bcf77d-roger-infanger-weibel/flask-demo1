           MOVE EUSER TO ENT-USER-ID
           MOVE ETRAN TO ENT-TRANSACTION-CODE
           MOVE EACT TO ACTION-CODE
           MOVE EAPPR TO ENT-EXCEPTION-APPROVER
           MOVE ERSN TO ENT-EXCEPTION-REASON
      *> Left unkeyed, the exception fields come back as low-values
           INSPECT ENT-EXCEPTION-APPROVER
               REPLACING ALL LOW-VALUES BY SPACES
           INSPECT ENT-EXCEPTION-REASON
               REPLACING ALL LOW-VALUES BY SPACES

           PERFORM CHECK-AUTHORIZATION
           IF ENT-STATUS NOT = 'N'
           MOVE ENT-USER-ID TO EUSERO
           MOVE ENT-TRANSACTION-CODE TO ETRANO
           MOVE ACTION-CODE TO EACTO
           MOVE ENT-EXCEPTION-APPROVER TO EAPPRO
           MOVE ENT-EXCEPTION-REASON TO ERSNO
           MOVE ENT-STATUS TO ESTATO
           EXEC CICS SEND MAP('ENO1MAP') MAPSET('ENO1MSD')
               FROM(ENO1O) DATAONLY
