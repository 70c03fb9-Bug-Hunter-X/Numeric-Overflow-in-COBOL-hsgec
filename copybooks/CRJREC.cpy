      *    PL - pool not registered on the control file    *
      *    DT - consumed date not a real MM/DD/YYYY date   *
      *    CS - consumer id missing                        *
      *    CU - consumer not on the consumer master        *
      *    CX - consumer suspended on the consumer master  *
      *    CA - consumer not authorized for the pool       *
      *    CK - check digit does not match the number;     *
      *         the reason text names the likely intended  *
      *         number when one transposition explains it  *
