      *              TD QUEUE EADT FOR EVERY REQUEST AGAINST THE       *
      *              GROUP'S FILES - WHICH TRANSACTION, TASK AND       *
      *              TERMINAL DROVE WHICH FILE, AND WHICH FILESET      *
      *              LETTER SERVED IT, WITH TRC-PILOT 'Y' FOR A        *
      *              REQUEST SERVED FOR A PILOT REQUESTER ('N' OR      *
      *              SPACE OTHERWISE).  THE SITE MAPS EADT TO A        *
      *              DATASET THE BATCH FORMATTER TRCREPT READS TO      *
      *              SUMMARIZE POST-CUTOVER STRAGGLERS.                *
      *---------------------------------------------------------------*
           03  TRC-TERM                PIC X(04).
           03  TRC-FILE                PIC X(08).
           03  TRC-FILESET             PIC X(01).
           03  TRC-PILOT               PIC X(01).
           03  FILLER                  PIC X(35).
