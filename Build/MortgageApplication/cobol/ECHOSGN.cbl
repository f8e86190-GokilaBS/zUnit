      *****************************************************************
      *                                                               *
      *   ECHOSGN - Operator sign-on step shared by the ECHOINQ,      *
      *             ECHOBRW, ECHOBRM, ECHOENT, and ECHODSH            *
      *             transactions.                                     *
      *             Prompts for an operator ID, looks it up on the    *
      *             operator master KSDS (OPRMST), and returns the    *
      *             operator's name and authority level in the        *
