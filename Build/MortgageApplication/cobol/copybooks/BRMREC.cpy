      *            the report so readers no longer need a paper       *
      *            lookup card.                                       *
      *                                                               *
      *            A closed branch may name a successor that takes    *
      *            over its confirmations from an effective date      *
      *            on - see BRM-SUCCESSOR-CODE below.                 *
      *                                                               *
      *****************************************************************
       01 BRANCH-MASTER-RECORD.
          05 BRM-BRANCH-CODE   Pic X(04).
      *       closure can be traced to an operator.
          05 BRM-LAST-OPERATOR   Pic X(08).
          05 BRM-LAST-MAINT-DATE Pic X(08).
      *       A branch closed by a merger names the branch taking
      *       over its work and the first date that branch takes it.
      *       From that date ECHOBAT posts confirmations still sent
      *       under the closed code to the successor, and the
      *       worklist, aging, and keying-quality reports roll the
      *       closed branch's items onto the successor's pages
      *       (ECHOSUC resolves the link). Spaces on an active
      *       branch and on a branch closed outright.
          05 BRM-SUCCESSOR-CODE  Pic X(04).
          05 BRM-SUCCESSOR-DATE  Pic X(08).
