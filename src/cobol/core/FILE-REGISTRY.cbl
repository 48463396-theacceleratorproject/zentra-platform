      *              registry and the run proceeds.
      *              Runs first in the chain, before anything
      *              appends generated records to the feed.
      *              What the bank sends out is logged the same way
      *              by OUTBOUND-REGISTRY.
      * PHASE:      2 - Banking Logic Engine
      * AUTHOR:     Marck (Zentra)
      *================================================================
