      *        night in arrears), CS for the CMCLS01 closure          *
      *        movements (final accrual, payout, and residual-        *
      *        transfer legs, also booked one night in arrears and    *
      *        balanced through the clearing contra), DC/DD for the   *
      *        customer legs of the CMDSPR01 dispute case postings,   *
      *        each offset by an opposite-side DS dispute-suspense or *
      *        DL dispute-loss leg on '*' (a provisional credit the   *
      *        customer keeps moves from DS to DL with no customer    *
      *        leg; the dispute lines balance among themselves), and  *
      *        CL for the clearing contra lines that balance the      *
      *        batch.                                                 *
      *   'T'  batch trailer -- detail record count and the debit     *
      *        and credit hash totals the GL load verifies (the two   *
      *        hash totals are equal when the batch balances).        *
