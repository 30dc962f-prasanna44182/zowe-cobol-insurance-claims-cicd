      *   MODE 'C' (or blank) counts calendar days - the arithmetic
      *   every caller did inline before the calendar existed;
      *   MODE 'B' counts business days, skipping weekends and the
      *   CA holidays on REFMSTR.
      * RETURN-CODE 0 = ok, 8 = unusable date or function.
      *===============================================================
       01  BDAY-PARMS.
