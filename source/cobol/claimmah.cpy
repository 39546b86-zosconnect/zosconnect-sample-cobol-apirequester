      *   APPL - APPROVED CLAIM APPLIED AT SUBMIT                      *
      *   BACK - ORIGINAL CLAIM'S EFFECT BACKED OUT BY A REVERSAL      *
      *   REAP - REPLACEMENT CLAIM'S OWN EFFECT RE-APPLIED             *
      *   RTRM - BACKED OUT BY CLAIMRTS, SERVICE DATE FELL OUTSIDE A   *
      *          RETROACTIVELY SHORTENED COVERAGE SPAN                 *
      *   RXAP - PHARMACY SPEND APPLIED FROM THE PBM FILE BY CLAIMRXA  *
      *   RXRV - PHARMACY SPEND BACKED OUT BY A PBM REVERSAL           *
      *                                                                *
      * FOR RXAP/RXRV MAH-CLAIM-ID IS THE PBM'S CLAIM REFERENCE AND    *
      * MAH-AMOUNT IS THE OUT-OF-POCKET AMOUNT (THE DEDUCTIBLE SHARE   *
      * SHOWS IN THE MOVEMENT OF MAH-DEDUCTIBLE-MET). CLAIMRXA SENDS   *
      * THE OTHER ACTIONS BACK TO THE PBM.                             *
      *                                                                *
      * MAH-AMOUNT IS THE SIGNED EFFECT POSTED; THE -MET/-ACCUMULATED  *
      * FIELDS ARE THE INDIVIDUAL ACCUMULATOR POSITIONS AFTER THE      *
