      *              CA-RETURN-MSG ARE FILLED IN BEFORE RETURN SO THE *
      *              EXCI CLIENT HAS SOMETHING TO TURN INTO A JCL     *
      *              STEP CONDITION CODE.                              *
      *              CA-BACKOUT-FLAG IS SET TO 'B' ONLY BY A          *
      *              COORDINATING EXITMAIN SENDING A PEER THE UNDO    *
      *              OF A COORD COMMAND, WHICH IS THEN RUN AS A       *
      *              BACKOUT AND PAST ANY FREEZE WINDOW.  IT IS       *
      *              LOOKED AT ONLY WHEN EIBCALEN COVERS IT, SO A     *
      *              CALLER STILL PASSING THE FIRST 110 BYTES ALONE   *
      *              IS UNCHANGED.                                    *
      *---------------------------------------------------------------*
       01  DFHCOMMAREA.
           03  CA-REQUEST-DATA         PIC X(55).
           03  CA-RETURN-CODE          PIC S9(04) COMP.
           03  CA-RETURN-MSG           PIC X(53).
           03  CA-BACKOUT-FLAG         PIC X(01).
