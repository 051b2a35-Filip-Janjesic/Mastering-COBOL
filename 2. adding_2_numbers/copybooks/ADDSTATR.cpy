      *    ADDSTATR.CPY
      *    Run-status record, one appended to the shared ADDSTAT
      *    stream status dataset by every step of the evening window
      *    - ADDMERGE, ADDRATLD, ADDBATCH, ADDRECON, ADDPOST,
      *    ADDUNUS, ADDGLEXT, ADDRPT - when it ends: the processing
      *    date the step ran for, the step name, start and end
      *    timestamps, and the verdict it finished with.
      *    ADDING_2_NUMBERS_EODRPT reads the day's rows into the
      *    end-of-day status report, and ADDING_2
      *    _NUMBERS_POST and _GLEXT refuse to run for a date unless
      *    ADDRECON has recorded a BALANCED verdict for it - the
      *    operator's eyeball on eight joblogs is no longer the only
      *    thing tying the stream together.
      *
      *    Verdicts: OK, FAILED (refused input or aborted), REFUSED
