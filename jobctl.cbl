               fd  job-steps.
               copy "jobstep.cpy".
               fd  job-steps-new.
               01 JN-STEP-NEW PIC X(32).
               working-storage section.
               01 WS-STEP-STATUS PIC X(2).
               01 WS-NEW-STATUS PIC X(2).
