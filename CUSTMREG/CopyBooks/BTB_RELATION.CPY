      *                  RELATIONS IS DELETED OR PURGED.  AN OPEN      *
      *                  RELATION HAS A BLANK VALID_TO; ENDING ONE     *
      *                  SETS THE DATE, THE ROW IS NEVER DROPPED.      *
      *                  CSRG0052 ENDS A PAIR ON ITS OWN THE NIGHT     *
      *                  THE DEPENDENT TURNS 18.                       *
      *                  REL_TYPE 'G' (GUARDIAN/DEPENDENT) IS THE      *
      *                  ONLY TYPE TO START - THE COLUMN IS THERE SO   *
      *                  THE NEXT KIND OF LINK DOES NOT NEED A NEW     *
