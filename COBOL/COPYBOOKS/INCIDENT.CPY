      * INCIDENT.CPY
      * Parameters passed to INCIDENT-01, the incident register
      * writer JOBCTL-01 calls when a step fails for good or the
      * chain stops short: the kind (STEP or CHAIN), the step as the
      * lineup names it, its program, the final return code, the
      * return code of each failed attempt, why the incident opened,
      * and the stamp from which OPSALERT records about the step
      * belong to it. The run date and cycle come from PROCDATE-01.
      * INCIDENT-01 hands back the number it opened (zero when the
      * register could not be written).
       01 INCIDENT-PARMS.
           05 INCIDENT-KIND PIC X(5).
           05 INCIDENT-STEP PIC X(24).
           05 INCIDENT-PROGRAM PIC X(14).
           05 INCIDENT-RC PIC 9(4).
           05 INCIDENT-ATTEMPTS PIC 9(2).
           05 INCIDENT-ATTEMPT-TRAIL.
             10 INCIDENT-ATTEMPT-RC PIC 9(4) OCCURS 10 TIMES.
           05 INCIDENT-SINCE PIC X(14).
           05 INCIDENT-REASON PIC X(60).
           05 INCIDENT-NUMBER PIC 9(6).
